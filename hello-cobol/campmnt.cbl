000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CAMPMNT.
000300 AUTHOR. R-HENDRICKS.
000400 INSTALLATION. DATA-PROCESSING-CENTER.
000500 DATE-WRITTEN. 2026-09-17.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* CAMPMNT    - CAMPAIGN-MASTER MAINTENANCE. READS THE CAMPAIGN
000900*              TRANSACTION FILE AND APPLIES CODED ADD, CHANGE
001000*              AND DELETE RECORDS TO THE INDEXED CAMPAIGN MASTER
001100*              THAT CAMPRUN SELECTS BY, SO MARKETING'S ONE-OFF
001200*              MAILINGS ARE SET UP AS FILE UPDATES INSTEAD OF
001300*              HAND-BUILT NAMES FILES FOR HELLOBAT. EVERY
001400*              TRANSACTION IS LISTED ON THE UPDATE REPORT AS
001500*              APPLIED, REJECTED OR DUPLICATE, WITH TOTALS BY
001600*              DISPOSITION ON THE TRAILER, AND EVERY APPLIED
001700*              CHANGE IS JOURNALED TO CHGJRNL LIKE THE OTHER
001800*              MASTER-FILE MAINTENANCE PROGRAMS.
001900*
002000*              AN ADD OR CHANGE CARRIES THE WHOLE CAMPAIGN
002100*              IMAGE AND REPLACES EVERY FIELD. AN OCCASION CODE
002200*              MUST ALREADY HAVE ITS ENGLISH PHRASE ON THE
002300*              PHRASE MASTER - GREET FALLS BACK TO THAT PHRASE
002400*              FOR ANY LANGUAGE WITHOUT ONE, SO A CAMPAIGN
002500*              WITHOUT IT WOULD GREET IN THE ORDINARY PHRASE.
002600*----------------------------------------------------------------
002700* MODIFICATION HISTORY
002800*   2026-09-17 RH  INITIAL VERSION - CAMPAIGN MASTER FOR
002900*                  MARKETING'S ONE-OFF MAILINGS.
003000*----------------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CAMPAIGN-TRAN-FILE ASSIGN TO "CAMPTRAN"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS KM-CQ-FILE-STATUS.
003800
003900     SELECT CAMPAIGN-MASTER-FILE ASSIGN TO "CAMPMST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS CA-CAMPAIGN-CODE
004300         FILE STATUS IS KM-CA-FILE-STATUS.
004400
004500     SELECT PHRASE-MASTER-FILE ASSIGN TO "PHRASMST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS PM-PHRASE-KEY
004900         FILE STATUS IS KM-PM-FILE-STATUS.
005000
005100     SELECT REPORT-FILE ASSIGN TO "KMRPTFIL"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS KM-RF-FILE-STATUS.
005400
005500     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS KM-JR-FILE-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  CAMPAIGN-TRAN-FILE.
006200     COPY CAMPTRN.
006300
006400 FD  CAMPAIGN-MASTER-FILE.
006500     COPY CAMPREC.
006600
006700 FD  PHRASE-MASTER-FILE.
006800     COPY PHRASREC.
006900
007000 FD  REPORT-FILE.
007100 01  REPORT-RECORD               PIC X(132).
007200
007300 FD  CHANGE-JOURNAL-FILE.
007400     COPY JRNLREC.
007500
007600 WORKING-STORAGE SECTION.
007700 77  KM-EOF-SW               PIC X(01) VALUE "N".
007800     88  KM-EOF                        VALUE "Y".
007900 77  KM-CQ-FILE-STATUS       PIC X(02).
008000 77  KM-CQ-OPEN-SW           PIC X(01) VALUE "N".
008100     88  KM-CQ-OPEN                    VALUE "Y".
008200 77  KM-CA-FILE-STATUS       PIC X(02).
008300 77  KM-CA-OPEN-SW           PIC X(01) VALUE "N".
008400     88  KM-CA-OPEN                    VALUE "Y".
008500 77  KM-PM-FILE-STATUS       PIC X(02).
008600 77  KM-PM-OPEN-SW           PIC X(01) VALUE "N".
008700     88  KM-PM-OPEN                    VALUE "Y".
008800 77  KM-RF-FILE-STATUS       PIC X(02).
008900 77  KM-RF-OPEN-SW           PIC X(01) VALUE "N".
009000     88  KM-RF-OPEN                    VALUE "Y".
009100 77  KM-JR-FILE-STATUS       PIC X(02).
009200 77  KM-JR-OPEN-SW           PIC X(01) VALUE "N".
009300     88  KM-JR-OPEN                    VALUE "Y".
009400 77  KM-TRAN-VALID-SW        PIC X(01) VALUE "N".
009500     88  KM-TRAN-VALID                 VALUE "Y".
009600 77  KM-RANGE-VALID-SW       PIC X(01) VALUE "Y".
009700     88  KM-RANGE-VALID                VALUE "Y".
009800 77  KM-RANGE-IDX            PIC 9(04) COMP VALUE 0.
009900 77  KM-TRAN-COUNT           PIC 9(08) COMP VALUE 0.
010000 77  KM-ADD-COUNT            PIC 9(08) COMP VALUE 0.
010100 77  KM-CHANGE-COUNT         PIC 9(08) COMP VALUE 0.
010200 77  KM-DELETE-COUNT         PIC 9(08) COMP VALUE 0.
010300 77  KM-REJECT-COUNT         PIC 9(08) COMP VALUE 0.
010400 77  KM-DUPLICATE-COUNT      PIC 9(08) COMP VALUE 0.
010500 77  KM-JOURNAL-COUNT        PIC 9(08) COMP VALUE 0.
010600 77  KM-JOURNAL-ACTION       PIC X(01).
010700 77  KM-DISPOSITION          PIC X(30).
010800 77  KM-RUN-DATE             PIC X(08).
010900 77  KM-RUN-TIME             PIC X(08).
011000 77  KM-END-DATE             PIC X(08).
011100 77  KM-END-TIME             PIC X(08).
011200 77  KM-COUNT-EDIT           PIC ZZZZZZZ9.
011300 77  KM-ENV-NAME             PIC X(20).
011400 77  KM-JOB-ID               PIC X(08).
011500 01  KM-REPORT-LINE          PIC X(132).
011600 01  KM-BEFORE-IMAGE         PIC X(400).
011700
011800 PROCEDURE DIVISION.
011900
012000*----------------------------------------------------------------
012100* 0000-MAINLINE
012200*----------------------------------------------------------------
012300 0000-MAINLINE.
012400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012500     PERFORM 3100-PROCESS-TRAN THRU 3100-EXIT
012600         UNTIL KM-EOF.
012700     PERFORM 5000-WRITE-REPORT-TRAILER THRU 5000-EXIT.
012800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012900     GO TO 9999-EXIT.
013000
013100*----------------------------------------------------------------
013200* 1000-INITIALIZE - OPEN FILES AND WRITE THE REPORT HEADER. THE
013300*                   CAMPAIGN MASTER IS CREATED EMPTY ON ITS FIRST
013400*                   USE, THE SAME WAY PHRASMNT CREATES THE PHRASE
013500*                   MASTER. THE PHRASE MASTER IS READ ONLY, TO
013600*                   CHECK OCCASION CODES, AND MUST ALREADY EXIST.
013700*                   A CHANGE JOURNAL THAT WILL NOT OPEN ABORTS THE
013800*                   RUN - NO CHANGE IS APPLIED THAT CANNOT BE
013900*                   JOURNALED. EACH FILE'S OPEN SWITCH IS SET ONLY
014000*                   AFTER ITS OPEN SUCCEEDS, SO 9000-TERMINATE
014100*                   NEVER CLOSES A FILE THAT WAS NEVER OPENED.
014200*----------------------------------------------------------------
014300 1000-INITIALIZE.
014400     OPEN INPUT CAMPAIGN-TRAN-FILE.
014500     IF KM-CQ-FILE-STATUS NOT = "00"
014600         DISPLAY "CAMPMNT: UNABLE TO OPEN TRANSACTION FILE - "
014700             "STATUS " KM-CQ-FILE-STATUS
014800         MOVE 16 TO RETURN-CODE
014900         PERFORM 9000-TERMINATE THRU 9000-EXIT
015000         GO TO 9999-EXIT
015100     END-IF.
015200     SET KM-CQ-OPEN TO TRUE.
015300     OPEN I-O CAMPAIGN-MASTER-FILE.
015400     IF KM-CA-FILE-STATUS = "35"
015500         OPEN OUTPUT CAMPAIGN-MASTER-FILE
015600         CLOSE CAMPAIGN-MASTER-FILE
015700         OPEN I-O CAMPAIGN-MASTER-FILE
015800     END-IF.
015900     IF KM-CA-FILE-STATUS NOT = "00"
016000         DISPLAY "CAMPMNT: UNABLE TO OPEN CAMPAIGN MASTER - "
016100             "STATUS " KM-CA-FILE-STATUS
016200         MOVE 16 TO RETURN-CODE
016300         PERFORM 9000-TERMINATE THRU 9000-EXIT
016400         GO TO 9999-EXIT
016500     END-IF.
016600     SET KM-CA-OPEN TO TRUE.
016700     OPEN INPUT PHRASE-MASTER-FILE.
016800     IF KM-PM-FILE-STATUS NOT = "00"
016900         DISPLAY "CAMPMNT: UNABLE TO OPEN PHRASE MASTER - "
017000             "STATUS " KM-PM-FILE-STATUS
017100         MOVE 16 TO RETURN-CODE
017200         PERFORM 9000-TERMINATE THRU 9000-EXIT
017300         GO TO 9999-EXIT
017400     END-IF.
017500     SET KM-PM-OPEN TO TRUE.
017600     OPEN OUTPUT REPORT-FILE.
017700     IF KM-RF-FILE-STATUS NOT = "00"
017800         DISPLAY "CAMPMNT: UNABLE TO OPEN REPORT-FILE - STATUS "
017900             KM-RF-FILE-STATUS
018000         MOVE 16 TO RETURN-CODE
018100         PERFORM 9000-TERMINATE THRU 9000-EXIT
018200         GO TO 9999-EXIT
018300     END-IF.
018400     SET KM-RF-OPEN TO TRUE.
018500     OPEN EXTEND CHANGE-JOURNAL-FILE.
018600     IF KM-JR-FILE-STATUS = "35"
018700         OPEN OUTPUT CHANGE-JOURNAL-FILE
018800     END-IF.
018900     IF KM-JR-FILE-STATUS NOT = "00"
019000         DISPLAY "CAMPMNT: UNABLE TO OPEN CHANGE JOURNAL - "
019100             "STATUS " KM-JR-FILE-STATUS
019200         MOVE 16 TO RETURN-CODE
019300         PERFORM 9000-TERMINATE THRU 9000-EXIT
019400         GO TO 9999-EXIT
019500     END-IF.
019600     SET KM-JR-OPEN TO TRUE.
019700     ACCEPT KM-RUN-DATE FROM DATE YYYYMMDD.
019800     ACCEPT KM-RUN-TIME FROM TIME.
019900     MOVE "JOBNAME" TO KM-ENV-NAME.
020000     DISPLAY KM-ENV-NAME UPON ENVIRONMENT-NAME.
020100     ACCEPT KM-JOB-ID FROM ENVIRONMENT-VALUE.
020200     MOVE SPACES TO KM-REPORT-LINE.
020300     STRING "CAMPAIGN MASTER UPDATE REPORT - STARTED "
020400         KM-RUN-DATE " " KM-RUN-TIME
020500         INTO KM-REPORT-LINE.
020600     WRITE REPORT-RECORD FROM KM-REPORT-LINE.
020700     MOVE SPACES TO KM-REPORT-LINE.
020800     STRING "ACT CAMPAIGN START    END      OC "
020900         "DESCRIPTION                    DISPOSITION"
021000         INTO KM-REPORT-LINE.
021100     WRITE REPORT-RECORD FROM KM-REPORT-LINE.
021200     READ CAMPAIGN-TRAN-FILE
021300         AT END SET KM-EOF TO TRUE
021400     END-READ.
021500 1000-EXIT.
021600     EXIT.
021700
021800*----------------------------------------------------------------
021900* 3100-PROCESS-TRAN - VALIDATE AND APPLY ONE TRANSACTION, LIST
022000*                     ITS DISPOSITION, AND READ THE NEXT.
022100*----------------------------------------------------------------
022200 3100-PROCESS-TRAN.
022300     ADD 1 TO KM-TRAN-COUNT.
022400     PERFORM 3200-VALIDATE-TRAN THRU 3200-EXIT.
022500     IF KM-TRAN-VALID
022600         EVALUATE CQ-ACTION-CODE
022700             WHEN "A"
022800                 PERFORM 3300-APPLY-ADD THRU 3300-EXIT
022900             WHEN "C"
023000                 PERFORM 3400-APPLY-CHANGE THRU 3400-EXIT
023100             WHEN "D"
023200                 PERFORM 3500-APPLY-DELETE THRU 3500-EXIT
023300         END-EVALUATE
023400     END-IF.
023500     PERFORM 3600-WRITE-DETAIL THRU 3600-EXIT.
023600     READ CAMPAIGN-TRAN-FILE
023700         AT END SET KM-EOF TO TRUE
023800     END-READ.
023900 3100-EXIT.
024000     EXIT.
024100
024200*----------------------------------------------------------------
024300* 3200-VALIDATE-TRAN - REJECT AN UNKNOWN ACTION CODE OR A BLANK
024400*                      CAMPAIGN CODE. AN ADD OR CHANGE IS ALSO
024500*                      REJECTED FOR A START OR END DATE THAT IS
024600*                      NOT A NUMERIC YYYYMMDD, AN END DATE BEFORE
024700*                      THE START, A NON-NUMERIC ADDED-SINCE DATE,
024800*                      A POSTAL RANGE WITH A HIGH VALUE BUT NO LOW
024900*                      OR A HIGH BELOW ITS LOW, A HALF-BLANK
025000*                      OCCASION CODE, OR AN OCCASION CODE WITH NO
025100*                      ENGLISH PHRASE ON THE PHRASE MASTER. A
025200*                      DELETE NEEDS ONLY THE CAMPAIGN CODE.
025300*----------------------------------------------------------------
025400 3200-VALIDATE-TRAN.
025500     MOVE "Y" TO KM-TRAN-VALID-SW.
025600     MOVE SPACES TO KM-DISPOSITION.
025700     IF CQ-ACTION-CODE NOT = "A" AND NOT = "C" AND NOT = "D"
025800         MOVE "REJECTED - BAD ACTION CODE" TO KM-DISPOSITION
025900         MOVE "N" TO KM-TRAN-VALID-SW
026000         GO TO 3200-REJECT
026100     END-IF.
026200     IF CQ-CAMPAIGN-CODE = SPACES
026300         MOVE "REJECTED - BLANK CAMPAIGN CODE" TO KM-DISPOSITION
026400         MOVE "N" TO KM-TRAN-VALID-SW
026500         GO TO 3200-REJECT
026600     END-IF.
026700     IF CQ-ACTION-CODE = "D"
026800         GO TO 3200-EXIT
026900     END-IF.
027000     IF CQ-START-DATE NOT NUMERIC OR CQ-END-DATE NOT NUMERIC
027100         MOVE "REJECTED - BAD START/END DATE" TO KM-DISPOSITION
027200         MOVE "N" TO KM-TRAN-VALID-SW
027300         GO TO 3200-REJECT
027400     END-IF.
027500     IF CQ-END-DATE < CQ-START-DATE
027600         MOVE "REJECTED - END BEFORE START" TO KM-DISPOSITION
027700         MOVE "N" TO KM-TRAN-VALID-SW
027800         GO TO 3200-REJECT
027900     END-IF.
028000     IF CQ-ADDED-SINCE NOT = SPACES
028100         AND CQ-ADDED-SINCE NOT NUMERIC
028200         MOVE "REJECTED - BAD ADDED-SINCE DATE" TO KM-DISPOSITION
028300         MOVE "N" TO KM-TRAN-VALID-SW
028400         GO TO 3200-REJECT
028500     END-IF.
028600     MOVE "Y" TO KM-RANGE-VALID-SW.
028700     PERFORM 3250-CHECK-POSTAL-RANGE THRU 3250-EXIT
028800         VARYING KM-RANGE-IDX FROM 1 BY 1
028900         UNTIL KM-RANGE-IDX > 3.
029000     IF NOT KM-RANGE-VALID
029100         MOVE "REJECTED - BAD POSTAL RANGE" TO KM-DISPOSITION
029200         MOVE "N" TO KM-TRAN-VALID-SW
029300         GO TO 3200-REJECT
029400     END-IF.
029500     IF CQ-OCCASION-CODE = SPACES
029600         GO TO 3200-EXIT
029700     END-IF.
029800     IF CQ-OCCASION-CODE(1:1) = SPACE
029900         OR CQ-OCCASION-CODE(2:1) = SPACE
030000         MOVE "REJECTED - BAD OCCASION CODE" TO KM-DISPOSITION
030100         MOVE "N" TO KM-TRAN-VALID-SW
030200         GO TO 3200-REJECT
030300     END-IF.
030400     MOVE "EN" TO PM-LANGUAGE-CODE.
030500     MOVE CQ-OCCASION-CODE TO PM-OCCASION-CODE.
030600     READ PHRASE-MASTER-FILE
030700         INVALID KEY
030800             MOVE "REJECTED - NO ENGLISH PHRASE" TO KM-DISPOSITION
030900             MOVE "N" TO KM-TRAN-VALID-SW
031000             GO TO 3200-REJECT
031100     END-READ.
031200     GO TO 3200-EXIT.
031300 3200-REJECT.
031400     ADD 1 TO KM-REJECT-COUNT.
031500 3200-EXIT.
031600     EXIT.
031700
031800 3250-CHECK-POSTAL-RANGE.
031900     IF CQ-POSTAL-HIGH(KM-RANGE-IDX) = SPACES
032000         GO TO 3250-EXIT
032100     END-IF.
032200     IF CQ-POSTAL-LOW(KM-RANGE-IDX) = SPACES
032300         OR CQ-POSTAL-HIGH(KM-RANGE-IDX)
032400             < CQ-POSTAL-LOW(KM-RANGE-IDX)
032500         MOVE "N" TO KM-RANGE-VALID-SW
032600     END-IF.
032700 3250-EXIT.
032800     EXIT.
032900
033000*----------------------------------------------------------------
033100* 3300-APPLY-ADD - WRITE A NEW CAMPAIGN RECORD. A CAMPAIGN CODE
033200*                  ALREADY ON FILE IS A DUPLICATE, COUNTED AND
033300*                  LISTED SEPARATELY FROM ORDINARY REJECTS.
033400*----------------------------------------------------------------
033500 3300-APPLY-ADD.
033600     MOVE CQ-CAMPAIGN-IMAGE TO CAMPAIGN-MASTER-RECORD.
033700     WRITE CAMPAIGN-MASTER-RECORD
033800         INVALID KEY
033900             MOVE "DUPLICATE - ALREADY ON FILE" TO KM-DISPOSITION
034000             ADD 1 TO KM-DUPLICATE-COUNT
034100         NOT INVALID KEY
034200             MOVE "APPLIED - ADDED" TO KM-DISPOSITION
034300             ADD 1 TO KM-ADD-COUNT
034400             MOVE SPACES TO KM-BEFORE-IMAGE
034500             MOVE "A" TO KM-JOURNAL-ACTION
034600             PERFORM 3700-WRITE-JOURNAL THRU 3700-EXIT
034700     END-WRITE.
034800 3300-EXIT.
034900     EXIT.
035000
035100*----------------------------------------------------------------
035200* 3400-APPLY-CHANGE - REPLACE AN EXISTING CAMPAIGN RECORD WITH
035300*                     THE TRANSACTION'S IMAGE. A CAMPAIGN NOT ON
035400*                     FILE IS A REJECT.
035500*----------------------------------------------------------------
035600 3400-APPLY-CHANGE.
035700     MOVE CQ-CAMPAIGN-CODE TO CA-CAMPAIGN-CODE.
035800     READ CAMPAIGN-MASTER-FILE
035900         INVALID KEY
036000             MOVE "REJECTED - NOT ON FILE" TO KM-DISPOSITION
036100             ADD 1 TO KM-REJECT-COUNT
036200             GO TO 3400-EXIT
036300     END-READ.
036400     MOVE CAMPAIGN-MASTER-RECORD TO KM-BEFORE-IMAGE.
036500     MOVE CQ-CAMPAIGN-IMAGE TO CAMPAIGN-MASTER-RECORD.
036600     REWRITE CAMPAIGN-MASTER-RECORD
036700         INVALID KEY
036800             MOVE "REJECTED - REWRITE FAILED" TO KM-DISPOSITION
036900             ADD 1 TO KM-REJECT-COUNT
037000             GO TO 3400-EXIT
037100     END-REWRITE.
037200     MOVE "APPLIED - CHANGED" TO KM-DISPOSITION.
037300     ADD 1 TO KM-CHANGE-COUNT.
037400     MOVE "C" TO KM-JOURNAL-ACTION.
037500     PERFORM 3700-WRITE-JOURNAL THRU 3700-EXIT.
037600 3400-EXIT.
037700     EXIT.
037800
037900*----------------------------------------------------------------
038000* 3500-APPLY-DELETE - RETIRE A CAMPAIGN. A CAMPAIGN NOT ON FILE
038100*                     IS A REJECT. THE RECORD IS READ FIRST SO THE
038200*                     JOURNAL HOLDS THE IMAGE THAT WAS REMOVED.
038300*----------------------------------------------------------------
038400 3500-APPLY-DELETE.
038500     MOVE CQ-CAMPAIGN-CODE TO CA-CAMPAIGN-CODE.
038600     READ CAMPAIGN-MASTER-FILE
038700         INVALID KEY
038800             MOVE "REJECTED - NOT ON FILE" TO KM-DISPOSITION
038900             ADD 1 TO KM-REJECT-COUNT
039000             GO TO 3500-EXIT
039100     END-READ.
039200     MOVE CAMPAIGN-MASTER-RECORD TO KM-BEFORE-IMAGE.
039300     DELETE CAMPAIGN-MASTER-FILE
039400         INVALID KEY
039500             MOVE "REJECTED - NOT ON FILE" TO KM-DISPOSITION
039600             ADD 1 TO KM-REJECT-COUNT
039700             GO TO 3500-EXIT
039800     END-DELETE.
039900     MOVE "APPLIED - DELETED" TO KM-DISPOSITION.
040000     ADD 1 TO KM-DELETE-COUNT.
040100     MOVE "D" TO KM-JOURNAL-ACTION.
040200     PERFORM 3700-WRITE-JOURNAL THRU 3700-EXIT.
040300 3500-EXIT.
040400     EXIT.
040500
040600*----------------------------------------------------------------
040700* 3600-WRITE-DETAIL - LIST THE TRANSACTION JUST PROCESSED AND
040800*                     ITS DISPOSITION ON THE UPDATE REPORT.
040900*----------------------------------------------------------------
041000 3600-WRITE-DETAIL.
041100     MOVE SPACES TO KM-REPORT-LINE.
041200     STRING CQ-ACTION-CODE "   " CQ-CAMPAIGN-CODE " "
041300         CQ-START-DATE " " CQ-END-DATE " "
041400         CQ-OCCASION-CODE " " CQ-DESCRIPTION " "
041500         KM-DISPOSITION
041600         INTO KM-REPORT-LINE.
041700     WRITE REPORT-RECORD FROM KM-REPORT-LINE.
041800 3600-EXIT.
041900     EXIT.
042000
042100*----------------------------------------------------------------
042200* 3700-WRITE-JOURNAL - APPEND ONE BEFORE/AFTER RECORD TO THE
042300*                      CHANGE JOURNAL FOR THE CHANGE JUST
042400*                      APPLIED. THE CALLER SETS THE ACTION AND
042500*                      THE BEFORE IMAGE; THE AFTER IMAGE IS THE
042600*                      RECORD AS WRITTEN, OR SPACES FOR A DELETE.
042700*----------------------------------------------------------------
042800 3700-WRITE-JOURNAL.
042900     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
043000     MOVE "CAMPMST" TO JR-FILE-NAME.
043100     MOVE CA-CAMPAIGN-CODE TO JR-RECORD-KEY.
043200     MOVE KM-JOURNAL-ACTION TO JR-ACTION-CODE.
043300     MOVE KM-RUN-DATE TO JR-RUN-DATE.
043400     MOVE KM-RUN-TIME TO JR-RUN-TIME.
043500     MOVE KM-JOB-ID TO JR-JOB-ID.
043600     MOVE "CAMPMNT" TO JR-PROGRAM-ID.
043700     MOVE KM-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
043800     IF NOT JR-DELETE
043900         MOVE CAMPAIGN-MASTER-RECORD TO JR-AFTER-IMAGE
044000     END-IF.
044100     WRITE CHANGE-JOURNAL-RECORD.
044200     ADD 1 TO KM-JOURNAL-COUNT.
044300 3700-EXIT.
044400     EXIT.
044500
044600*----------------------------------------------------------------
044700* 5000-WRITE-REPORT-TRAILER - TOTALS BY DISPOSITION AND END
044800*                             TIMESTAMP FOR THE UPDATE REPORT.
044900*----------------------------------------------------------------
045000 5000-WRITE-REPORT-TRAILER.
045100     ACCEPT KM-END-DATE FROM DATE YYYYMMDD.
045200     ACCEPT KM-END-TIME FROM TIME.
045300     MOVE SPACES TO KM-REPORT-LINE.
045400     MOVE KM-TRAN-COUNT TO KM-COUNT-EDIT.
045500     STRING "TRANSACTIONS READ: " KM-COUNT-EDIT
045600         INTO KM-REPORT-LINE.
045700     WRITE REPORT-RECORD FROM KM-REPORT-LINE.
045800     MOVE SPACES TO KM-REPORT-LINE.
045900     MOVE KM-ADD-COUNT TO KM-COUNT-EDIT.
046000     STRING "ADDS APPLIED: " KM-COUNT-EDIT
046100         INTO KM-REPORT-LINE.
046200     WRITE REPORT-RECORD FROM KM-REPORT-LINE.
046300     MOVE SPACES TO KM-REPORT-LINE.
046400     MOVE KM-CHANGE-COUNT TO KM-COUNT-EDIT.
046500     STRING "CHANGES APPLIED: " KM-COUNT-EDIT
046600         INTO KM-REPORT-LINE.
046700     WRITE REPORT-RECORD FROM KM-REPORT-LINE.
046800     MOVE SPACES TO KM-REPORT-LINE.
046900     MOVE KM-DELETE-COUNT TO KM-COUNT-EDIT.
047000     STRING "DELETES APPLIED: " KM-COUNT-EDIT
047100         INTO KM-REPORT-LINE.
047200     WRITE REPORT-RECORD FROM KM-REPORT-LINE.
047300     MOVE SPACES TO KM-REPORT-LINE.
047400     MOVE KM-REJECT-COUNT TO KM-COUNT-EDIT.
047500     STRING "TRANSACTIONS REJECTED: " KM-COUNT-EDIT
047600         INTO KM-REPORT-LINE.
047700     WRITE REPORT-RECORD FROM KM-REPORT-LINE.
047800     MOVE SPACES TO KM-REPORT-LINE.
047900     MOVE KM-DUPLICATE-COUNT TO KM-COUNT-EDIT.
048000     STRING "DUPLICATES: " KM-COUNT-EDIT
048100         INTO KM-REPORT-LINE.
048200     WRITE REPORT-RECORD FROM KM-REPORT-LINE.
048300     MOVE SPACES TO KM-REPORT-LINE.
048400     MOVE KM-JOURNAL-COUNT TO KM-COUNT-EDIT.
048500     STRING "JOURNAL RECORDS WRITTEN: " KM-COUNT-EDIT
048600         INTO KM-REPORT-LINE.
048700     WRITE REPORT-RECORD FROM KM-REPORT-LINE.
048800     MOVE SPACES TO KM-REPORT-LINE.
048900     STRING "RUN STARTED " KM-RUN-DATE " " KM-RUN-TIME
049000         " - ENDED " KM-END-DATE " " KM-END-TIME
049100         INTO KM-REPORT-LINE.
049200     WRITE REPORT-RECORD FROM KM-REPORT-LINE.
049300 5000-EXIT.
049400     EXIT.
049500
049600*----------------------------------------------------------------
049700* 9000-TERMINATE - CLOSE WHATEVER FILES THIS RUN ACTUALLY
049800*                  OPENED. A RUN THAT ABORTS PARTWAY THROUGH
049900*                  1000-INITIALIZE MAY NOT HAVE OPENED EVERY
050000*                  FILE YET, AND CLOSING ONE THAT WAS NEVER
050100*                  OPENED IS A FATAL RUNTIME ERROR, NOT A NO-OP.
050200*----------------------------------------------------------------
050300 9000-TERMINATE.
050400     IF KM-CQ-OPEN
050500         CLOSE CAMPAIGN-TRAN-FILE
050600     END-IF.
050700     IF KM-CA-OPEN
050800         CLOSE CAMPAIGN-MASTER-FILE
050900     END-IF.
051000     IF KM-PM-OPEN
051100         CLOSE PHRASE-MASTER-FILE
051200     END-IF.
051300     IF KM-RF-OPEN
051400         CLOSE REPORT-FILE
051500     END-IF.
051600     IF KM-JR-OPEN
051700         CLOSE CHANGE-JOURNAL-FILE
051800     END-IF.
051900 9000-EXIT.
052000     EXIT.
052100
052200 9999-EXIT.
052300     EXIT PROGRAM.
