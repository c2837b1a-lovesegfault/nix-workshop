000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REISSUE.
000300 AUTHOR. R-HENDRICKS.
000400 INSTALLATION. DATA-PROCESSING-CENTER.
000500 DATE-WRITTEN. 2026-09-10.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* REISSUE    - SINGLE-CARD REISSUE RUN. READS THE REISSUE
000900*              REQUESTS THE COMPLAINT DESK KEYS (REISSREQ) WHEN A
001000*              CUSTOMER'S CARD WAS MANGLED, LOST OR SENT IN THE
001100*              WRONG LANGUAGE, CHECKS EACH AGAINST THE CUSTOMER
001200*              MASTER, THE DO-NOT-GREET SUPPRESSION FILE AND THE
001300*              UNDELIVERABLE FLAG, AND BUILDS THE NEW GREETING
001400*              THROUGH GREET - IN THE OVERRIDE LANGUAGE WHEN THE
001500*              REQUEST CARRIES ONE. EACH ACCEPTED REQUEST GETS
001600*              AN AUDIT ROW LIKE ANY OTHER GREETING AND A
001700*              MAIL-EXTRACT RECORD; THE EXTRACT IS SORTED BY
001800*              LANGUAGE AND POSTAL CODE AT END OF RUN INTO
001900*              REISEXTR, WHICH CARDPRNT PRINTS AS ITS OWN SMALL
002000*              BATCH WHEN REISEXTR IS GIVEN TO IT AS ITS MAIL
002100*              EXTRACT. EVERY REQUEST IS LISTED AS REISSUED OR
002200*              REFUSED WITH THE REASON.
002300*
002400*              A REISSUE REPLACES A CARD ALREADY SENT, SO IT
002500*              BYPASSES THE GREETING-HISTORY FREQUENCY RULE AND
002600*              DOES NOT UPDATE THE HISTORY - THE ORDINARY
002700*              CADENCE IS UNAFFECTED. THE GREETINGS GO TO
002800*              CUSTOMERS THE NIGHT'S INPUT MAY NOT EXPECT, SO
002900*              GREETRCN MUST BE GIVEN THIS JOB'S JOB ID AS ITS
003000*              FIFTH PARM - IT THEN COUNTS THE AUDIT ROWS
003100*              WRITTEN HERE AS REISSUED GREETINGS INSTEAD OF
003200*              REPORTING THEM AS ORPHANS OR DOUBLES.
003300*
003400*              RETURN CODE 4 WHEN ANY REQUEST WAS REFUSED, SO
003500*              THE DESK LOOKS AT THE REPORT; 16 FOR HARD
003600*              FAILURES.
003700*----------------------------------------------------------------
003800* MODIFICATION HISTORY
003900*   2026-09-10 RH  INITIAL VERSION.
004000*----------------------------------------------------------------
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT REISSUE-REQUEST-FILE ASSIGN TO "REISSREQ"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS RI-RQ-FILE-STATUS.
004800
004900     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS CM-CUSTOMER-ID
005300         FILE STATUS IS RI-CM-FILE-STATUS.
005400
005500     SELECT SUPPRESS-FILE ASSIGN TO "DONOTGRT"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS SP-SUPPRESS-KEY
005900         FILE STATUS IS RI-SP-FILE-STATUS.
006000
006100     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS RI-AL-FILE-STATUS.
006400
006500     SELECT MAIL-WORK-FILE ASSIGN TO "REISWORK"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS RI-MW-FILE-STATUS.
006800
006900     SELECT MAIL-EXTRACT-FILE ASSIGN TO "REISEXTR"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS RI-ME-FILE-STATUS.
007200
007300     SELECT REPORT-FILE ASSIGN TO "RIRPTFIL"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS RI-RF-FILE-STATUS.
007600
007700     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK03".
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  REISSUE-REQUEST-FILE.
008200     COPY REISSREQ.
008300
008400 FD  CUSTOMER-MASTER-FILE.
008500     COPY CUSTMAS.
008600
008700 FD  SUPPRESS-FILE.
008800     COPY SUPPREC.
008900
009000 FD  AUDIT-LOG-FILE.
009100     COPY AUDITREC.
009200
009300 FD  MAIL-WORK-FILE.
009400     COPY MAILEXTR.
009500
009600 FD  MAIL-EXTRACT-FILE.
009700 01  MAIL-EXTRACT-OUT            PIC X(184).
009800
009900 FD  REPORT-FILE.
010000 01  REPORT-RECORD               PIC X(132).
010100
010200 SD  SORT-WORK-FILE.
010300 01  SORT-RECORD.
010400     05  SR-LANGUAGE-CODE        PIC X(02).
010500     05  SR-POSTAL-CODE          PIC X(10).
010600     05  FILLER                  PIC X(172).
010700
010800 WORKING-STORAGE SECTION.
010900 77  RI-EOF-SW               PIC X(01) VALUE "N".
011000     88  RI-EOF                        VALUE "Y".
011100 77  RI-RQ-FILE-STATUS       PIC X(02).
011200 77  RI-RQ-OPEN-SW           PIC X(01) VALUE "N".
011300     88  RI-RQ-OPEN                    VALUE "Y".
011400 77  RI-CM-FILE-STATUS       PIC X(02).
011500 77  RI-CM-OPEN-SW           PIC X(01) VALUE "N".
011600     88  RI-CM-OPEN                    VALUE "Y".
011700 77  RI-SP-FILE-STATUS       PIC X(02).
011800 77  RI-SP-OPEN-SW           PIC X(01) VALUE "N".
011900     88  RI-SP-OPEN                    VALUE "Y".
012000 77  RI-AL-FILE-STATUS       PIC X(02).
012100 77  RI-AL-OPEN-SW           PIC X(01) VALUE "N".
012200     88  RI-AL-OPEN                    VALUE "Y".
012300 77  RI-MW-FILE-STATUS       PIC X(02).
012400 77  RI-MW-OPEN-SW           PIC X(01) VALUE "N".
012500     88  RI-MW-OPEN                    VALUE "Y".
012600 77  RI-ME-FILE-STATUS       PIC X(02).
012700 77  RI-RF-FILE-STATUS       PIC X(02).
012800 77  RI-RF-OPEN-SW           PIC X(01) VALUE "N".
012900     88  RI-RF-OPEN                    VALUE "Y".
013000 77  RI-SUPPRESSED-SW        PIC X(01) VALUE "N".
013100     88  RI-SUPPRESSED                 VALUE "Y".
013200 77  RI-REFUSE-REASON        PIC X(40).
013300 77  RI-REQUEST-COUNT        PIC 9(08) COMP VALUE 0.
013400 77  RI-REISSUED-COUNT       PIC 9(08) COMP VALUE 0.
013500 77  RI-REFUSED-COUNT        PIC 9(08) COMP VALUE 0.
013600 77  RI-FALLBACK-COUNT       PIC 9(08) COMP VALUE 0.
013700 77  RI-DONE-COUNT           PIC 9(04) COMP VALUE 0.
013800 77  RI-DONE-IDX             PIC 9(04) COMP.
013900 77  RI-DONE-FOUND-SW        PIC X(01) VALUE "N".
014000     88  RI-DONE-FOUND                 VALUE "Y".
014100 77  RI-GREET-LANGUAGE       PIC X(02).
014200 77  RI-SALUTATION-SWITCH    PIC X(01) VALUE "N".
014300 77  RI-FALLBACK-SWITCH      PIC X(01) VALUE "N".
014400     88  RI-LANGUAGE-FELL-BACK         VALUE "Y".
014500 77  RI-OCCASION-CODE        PIC X(02) VALUE SPACES.
014600 77  RI-FORMATTED-GREETING   PIC X(80).
014700 77  RI-AUDIT-NAME           PIC X(32).
014800 77  RI-CHECK-NAME           PIC X(41).
014900 77  RI-RUN-DATE             PIC X(08).
015000 77  RI-RUN-TIME             PIC X(08).
015100 77  RI-END-DATE             PIC X(08).
015200 77  RI-END-TIME             PIC X(08).
015300 77  RI-COUNT-EDIT           PIC ZZZZZZZ9.
015400 77  RI-ENV-NAME             PIC X(20).
015500 77  RI-JOB-ID               PIC X(08).
015600 77  RI-TERMINAL-ID          PIC X(08).
015700 01  RI-REPORT-LINE          PIC X(132).
015800*----------------------------------------------------------------
015900* RI-DONE-TABLE - CUSTOMERS ALREADY REISSUED THIS RUN, SO A
016000*                 REQUEST KEYED TWICE SENDS ONE CARD, NOT TWO.
016100*                 A RUN PAST THE TABLE ABORTS RATHER THAN RISK
016200*                 THE DOUBLE MAILING - THE DESK KEYS TENS OF
016300*                 REQUESTS A DAY, NOT THOUSANDS.
016400*----------------------------------------------------------------
016500 01  RI-DONE-TABLE.
016600     05  RI-DONE-ID OCCURS 1000 TIMES
016700                             PIC X(10).
016800
016900 PROCEDURE DIVISION.
017000
017100*----------------------------------------------------------------
017200* 0000-MAINLINE
017300*----------------------------------------------------------------
017400 0000-MAINLINE.
017500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017600     PERFORM 3100-PROCESS-REQUEST THRU 3100-EXIT
017700         UNTIL RI-EOF.
017800     PERFORM 4800-SORT-MAIL-EXTRACT THRU 4800-EXIT.
017900     PERFORM 5000-WRITE-REPORT-TRAILER THRU 5000-EXIT.
018000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018100     GO TO 9999-EXIT.
018200
018300*----------------------------------------------------------------
018400* 1000-INITIALIZE - OPEN FILES, PICK UP THE JOB AND TERMINAL
018500*                   IDS FOR THE AUDIT ROWS, AND WRITE THE REPORT
018600*                   HEADER. NO REQUEST FILE OR NO CUSTOMER
018700*                   MASTER ABORTS; NO SUPPRESSION FILE MEANS NO
018800*                   SUPPRESSIONS APPLY, AS IN HELLOCM. EACH
018900*                   FILE'S OPEN SWITCH IS SET ONLY AFTER ITS
019000*                   OPEN SUCCEEDS, SO 9000-TERMINATE NEVER
019100*                   CLOSES A FILE THAT WAS NEVER OPENED.
019200*----------------------------------------------------------------
019300 1000-INITIALIZE.
019400     ACCEPT RI-RUN-DATE FROM DATE YYYYMMDD.
019500     ACCEPT RI-RUN-TIME FROM TIME.
019600     MOVE "JOBNAME" TO RI-ENV-NAME.
019700     DISPLAY RI-ENV-NAME UPON ENVIRONMENT-NAME.
019800     ACCEPT RI-JOB-ID FROM ENVIRONMENT-VALUE.
019900     MOVE "TERMINALID" TO RI-ENV-NAME.
020000     DISPLAY RI-ENV-NAME UPON ENVIRONMENT-NAME.
020100     ACCEPT RI-TERMINAL-ID FROM ENVIRONMENT-VALUE.
020200     OPEN INPUT REISSUE-REQUEST-FILE.
020300     IF RI-RQ-FILE-STATUS NOT = "00"
020400         DISPLAY "REISSUE: UNABLE TO OPEN REQUEST FILE - "
020500             "STATUS " RI-RQ-FILE-STATUS
020600         MOVE 16 TO RETURN-CODE
020700         PERFORM 9000-TERMINATE THRU 9000-EXIT
020800         GO TO 9999-EXIT
020900     END-IF.
021000     SET RI-RQ-OPEN TO TRUE.
021100     OPEN INPUT CUSTOMER-MASTER-FILE.
021200     IF RI-CM-FILE-STATUS NOT = "00"
021300         DISPLAY "REISSUE: UNABLE TO OPEN CUSTOMER MASTER - "
021400             "STATUS " RI-CM-FILE-STATUS
021500         MOVE 16 TO RETURN-CODE
021600         PERFORM 9000-TERMINATE THRU 9000-EXIT
021700         GO TO 9999-EXIT
021800     END-IF.
021900     SET RI-CM-OPEN TO TRUE.
022000     OPEN INPUT SUPPRESS-FILE.
022100     IF RI-SP-FILE-STATUS = "35"
022200         DISPLAY "REISSUE: NO SUPPRESSION FILE ON FILE - "
022300             "NO SUPPRESSIONS APPLY"
022400     ELSE
022500         IF RI-SP-FILE-STATUS NOT = "00"
022600             DISPLAY "REISSUE: UNABLE TO OPEN SUPPRESSION FILE "
022700                 "- STATUS " RI-SP-FILE-STATUS
022800             MOVE 16 TO RETURN-CODE
022900             PERFORM 9000-TERMINATE THRU 9000-EXIT
023000             GO TO 9999-EXIT
023100         END-IF
023200         SET RI-SP-OPEN TO TRUE
023300     END-IF.
023400     OPEN EXTEND AUDIT-LOG-FILE.
023500     IF RI-AL-FILE-STATUS = "35"
023600         OPEN OUTPUT AUDIT-LOG-FILE
023700     END-IF.
023800     SET RI-AL-OPEN TO TRUE.
023900     OPEN OUTPUT MAIL-WORK-FILE.
024000     IF RI-MW-FILE-STATUS NOT = "00"
024100         DISPLAY "REISSUE: UNABLE TO OPEN MAIL WORK FILE - "
024200             "STATUS " RI-MW-FILE-STATUS
024300         MOVE 16 TO RETURN-CODE
024400         PERFORM 9000-TERMINATE THRU 9000-EXIT
024500         GO TO 9999-EXIT
024600     END-IF.
024700     SET RI-MW-OPEN TO TRUE.
024800     OPEN OUTPUT REPORT-FILE.
024900     IF RI-RF-FILE-STATUS NOT = "00"
025000         DISPLAY "REISSUE: UNABLE TO OPEN REPORT-FILE - STATUS "
025100             RI-RF-FILE-STATUS
025200         MOVE 16 TO RETURN-CODE
025300         PERFORM 9000-TERMINATE THRU 9000-EXIT
025400         GO TO 9999-EXIT
025500     END-IF.
025600     SET RI-RF-OPEN TO TRUE.
025700     MOVE SPACES TO RI-REPORT-LINE.
025800     STRING "CARD REISSUE REPORT - STARTED "
025900         RI-RUN-DATE " " RI-RUN-TIME " - JOB " RI-JOB-ID
026000         INTO RI-REPORT-LINE.
026100     WRITE REPORT-RECORD FROM RI-REPORT-LINE.
026200     READ REISSUE-REQUEST-FILE
026300         AT END SET RI-EOF TO TRUE
026400     END-READ.
026500 1000-EXIT.
026600     EXIT.
026700
026800*----------------------------------------------------------------
026900* 3100-PROCESS-REQUEST - VET ONE REQUEST AND EITHER REISSUE THE
027000*                        CARD OR REFUSE IT WITH THE REASON, THEN
027100*                        READ THE NEXT. THE CHECKS RUN IN THE
027200*                        ORDER HELLOCM APPLIES THEM, SO A
027300*                        CUSTOMER THE NIGHTLY WOULD NOT MAIL IS
027400*                        NOT MAILED HERE EITHER.
027500*----------------------------------------------------------------
027600 3100-PROCESS-REQUEST.
027700     ADD 1 TO RI-REQUEST-COUNT.
027800     MOVE SPACES TO RI-REFUSE-REASON.
027900     IF NOT RQ-VALID-REASON
028000         MOVE "INVALID REASON CODE" TO RI-REFUSE-REASON
028100         GO TO 3100-REFUSE
028200     END-IF.
028300     IF RQ-WRONG-LANGUAGE AND RQ-OVERRIDE-LANGUAGE = SPACES
028400         MOVE "WRONG LANGUAGE BUT NO OVERRIDE LANGUAGE"
028500             TO RI-REFUSE-REASON
028600         GO TO 3100-REFUSE
028700     END-IF.
028800     MOVE RQ-CUSTOMER-ID TO CM-CUSTOMER-ID.
028900     READ CUSTOMER-MASTER-FILE
029000         INVALID KEY
029100             MOVE "NOT ON CUSTOMER MASTER" TO RI-REFUSE-REASON
029200             GO TO 3100-REFUSE
029300     END-READ.
029400     PERFORM 3200-CHECK-SUPPRESSION THRU 3200-EXIT.
029500     IF RI-SUPPRESSED
029600         MOVE "SUPPRESSED - DO NOT GREET" TO RI-REFUSE-REASON
029700         GO TO 3100-REFUSE
029800     END-IF.
029900     IF CM-UNDELIVERABLE
030000         MOVE "ADDRESS MARKED UNDELIVERABLE" TO RI-REFUSE-REASON
030100         GO TO 3100-REFUSE
030200     END-IF.
030300     IF CM-ADDR-LINE-1 = SPACES
030400         OR CM-CITY = SPACES
030500         OR CM-POSTAL-CODE = SPACES
030600         MOVE "NO USABLE ADDRESS" TO RI-REFUSE-REASON
030700         GO TO 3100-REFUSE
030800     END-IF.
030900     MOVE "N" TO RI-DONE-FOUND-SW.
031000     PERFORM 3250-MATCH-DONE THRU 3250-EXIT
031100         VARYING RI-DONE-IDX FROM 1 BY 1
031200         UNTIL RI-DONE-IDX > RI-DONE-COUNT
031300             OR RI-DONE-FOUND.
031400     IF RI-DONE-FOUND
031500         MOVE "ALREADY REISSUED IN THIS RUN" TO RI-REFUSE-REASON
031600         GO TO 3100-REFUSE
031700     END-IF.
031800     PERFORM 3300-BUILD-GREETING THRU 3300-EXIT.
031900     IF RI-LANGUAGE-FELL-BACK
032000         AND RQ-OVERRIDE-LANGUAGE NOT = SPACES
032100         MOVE "OVERRIDE LANGUAGE NOT ON PHRASE MASTER"
032200             TO RI-REFUSE-REASON
032300         GO TO 3100-REFUSE
032400     END-IF.
032500     PERFORM 3400-REISSUE-CARD THRU 3400-EXIT.
032600     GO TO 3100-NEXT.
032700 3100-REFUSE.
032800     ADD 1 TO RI-REFUSED-COUNT.
032900     MOVE SPACES TO RI-REPORT-LINE.
033000     STRING "REFUSED:  " RQ-CUSTOMER-ID " REASON "
033100         RQ-REASON-CODE " - " RI-REFUSE-REASON
033200         INTO RI-REPORT-LINE.
033300     WRITE REPORT-RECORD FROM RI-REPORT-LINE.
033400 3100-NEXT.
033500     READ REISSUE-REQUEST-FILE
033600         AT END SET RI-EOF TO TRUE
033700     END-READ.
033800 3100-EXIT.
033900     EXIT.
034000
034100*----------------------------------------------------------------
034200* 3200-CHECK-SUPPRESSION - LOOK THE CUSTOMER UP ON THE
034300*                          DO-NOT-GREET SUPPRESSION FILE BY
034400*                          CUSTOMER ID AND THEN BY NAME, FALLING
034500*                          BACK TO THE SALUTATION'S FIRST/LAST
034600*                          NAME WHEN CM-NAME IS BLANK - THE SAME
034700*                          CHECK, AND THE SAME EFFECTIVE-DATE
034800*                          RULE, AS HELLOCM'S.
034900*----------------------------------------------------------------
035000 3200-CHECK-SUPPRESSION.
035100     MOVE "N" TO RI-SUPPRESSED-SW.
035200     IF NOT RI-SP-OPEN
035300         GO TO 3200-EXIT
035400     END-IF.
035500     MOVE SPACES TO SP-SUPPRESS-KEY.
035600     MOVE CM-CUSTOMER-ID TO SP-SUPPRESS-KEY.
035700     READ SUPPRESS-FILE
035800         INVALID KEY
035900             CONTINUE
036000         NOT INVALID KEY
036100             IF SP-EFFECTIVE-DATE NOT NUMERIC
036200                 OR SP-EFFECTIVE-DATE NOT > RI-RUN-DATE
036300                 SET RI-SUPPRESSED TO TRUE
036400             END-IF
036500     END-READ.
036600     IF RI-SUPPRESSED
036700         GO TO 3200-EXIT
036800     END-IF.
036900     MOVE SPACES TO RI-CHECK-NAME.
037000     MOVE CM-NAME TO RI-CHECK-NAME.
037100     IF RI-CHECK-NAME = SPACES
037200         AND (CM-TITLE NOT = SPACES OR CM-LAST-NAME NOT = SPACES)
037300         STRING FUNCTION TRIM(CM-FIRST-NAME) " "
037400             FUNCTION TRIM(CM-LAST-NAME)
037500             INTO RI-CHECK-NAME
037600     END-IF.
037700     IF RI-CHECK-NAME = SPACES
037800         GO TO 3200-EXIT
037900     END-IF.
038000     MOVE SPACES TO SP-SUPPRESS-KEY.
038100     MOVE RI-CHECK-NAME(1:32) TO SP-SUPPRESS-KEY.
038200     READ SUPPRESS-FILE
038300         INVALID KEY
038400             CONTINUE
038500         NOT INVALID KEY
038600             IF SP-EFFECTIVE-DATE NOT NUMERIC
038700                 OR SP-EFFECTIVE-DATE NOT > RI-RUN-DATE
038800                 SET RI-SUPPRESSED TO TRUE
038900             END-IF
039000     END-READ.
039100 3200-EXIT.
039200     EXIT.
039300
039400 3250-MATCH-DONE.
039500     IF RI-DONE-ID(RI-DONE-IDX) = CM-CUSTOMER-ID
039600         SET RI-DONE-FOUND TO TRUE
039700     END-IF.
039800 3250-EXIT.
039900     EXIT.
040000
040100*----------------------------------------------------------------
040200* 3300-BUILD-GREETING - DELEGATE TO GREET THE WAY HELLOCM DOES:
040300*                       THE "DEAR ..." SALUTATION WHEN THE MASTER
040400*                       CARRIES A TITLE OR LAST NAME, THE FLAT
040500*                       GREETING OTHERWISE. THE OVERRIDE
040600*                       LANGUAGE, WHEN KEYED, WINS OVER THE
040700*                       MASTER'S CODE; A BLANK CODE GREETS IN
040800*                       ENGLISH. RI-AUDIT-NAME FALLS BACK TO THE
040900*                       SALUTATION'S FIRST/LAST NAME WHEN CM-NAME
041000*                       IS BLANK, AS THE NIGHTLY AUDIT ROW DOES.
041100*----------------------------------------------------------------
041200 3300-BUILD-GREETING.
041300     IF RQ-OVERRIDE-LANGUAGE NOT = SPACES
041400         MOVE RQ-OVERRIDE-LANGUAGE TO RI-GREET-LANGUAGE
041500     ELSE
041600         IF CM-LANGUAGE-CODE = SPACES
041700             MOVE "EN" TO RI-GREET-LANGUAGE
041800         ELSE
041900             MOVE CM-LANGUAGE-CODE TO RI-GREET-LANGUAGE
042000         END-IF
042100     END-IF.
042200     MOVE "N" TO RI-SALUTATION-SWITCH.
042300     MOVE CM-NAME TO RI-AUDIT-NAME.
042400     IF CM-TITLE NOT = SPACES OR CM-LAST-NAME NOT = SPACES
042500         MOVE "Y" TO RI-SALUTATION-SWITCH
042600         IF CM-NAME = SPACES
042700             MOVE SPACES TO RI-CHECK-NAME
042800             STRING FUNCTION TRIM(CM-FIRST-NAME) " "
042900                 FUNCTION TRIM(CM-LAST-NAME)
043000                 INTO RI-CHECK-NAME
043100             MOVE RI-CHECK-NAME(1:32) TO RI-AUDIT-NAME
043200         END-IF
043300     END-IF.
043400     CALL "GREET" USING CM-NAME RI-GREET-LANGUAGE
043500         RI-SALUTATION-SWITCH CM-SALUTATION
043600         RI-FORMATTED-GREETING RI-FALLBACK-SWITCH
043700         RI-OCCASION-CODE.
043800 3300-EXIT.
043900     EXIT.
044000
044100*----------------------------------------------------------------
044200* 3400-REISSUE-CARD - AUDIT ROW, MAIL-EXTRACT RECORD AND REPORT
044300*                     LINE FOR ONE ACCEPTED REQUEST. THE EXTRACT
044400*                     CARRIES THE LANGUAGE ACTUALLY GREETED IN,
044500*                     SO CARDPRNT PUTS THE CARD IN THE RIGHT
044600*                     STOCK SECTION.
044700*----------------------------------------------------------------
044800 3400-REISSUE-CARD.
044900     IF RI-DONE-COUNT >= 1000
045000         DISPLAY "REISSUE: MORE THAN 1000 REISSUES - TABLE FULL"
045100         MOVE 16 TO RETURN-CODE
045200         PERFORM 9000-TERMINATE THRU 9000-EXIT
045300         GO TO 9999-EXIT
045400     END-IF.
045500     ADD 1 TO RI-DONE-COUNT.
045600     MOVE CM-CUSTOMER-ID TO RI-DONE-ID(RI-DONE-COUNT).
045700     IF RI-LANGUAGE-FELL-BACK
045800         ADD 1 TO RI-FALLBACK-COUNT
045900     END-IF.
046000     DISPLAY FUNCTION TRIM(RI-FORMATTED-GREETING).
046100     MOVE RI-RUN-DATE TO AL-RUN-DATE.
046200     MOVE RI-RUN-TIME TO AL-RUN-TIME.
046300     MOVE RI-AUDIT-NAME TO AL-NAME.
046400     MOVE RI-JOB-ID TO AL-JOB-ID.
046500     MOVE RI-TERMINAL-ID TO AL-TERMINAL-ID.
046600     WRITE AUDIT-LOG-RECORD.
046700     MOVE RI-GREET-LANGUAGE TO ME-LANGUAGE-CODE.
046800     MOVE CM-POSTAL-CODE TO ME-POSTAL-CODE.
046900     MOVE CM-CUSTOMER-ID TO ME-CUSTOMER-ID.
047000     MOVE RI-FORMATTED-GREETING TO ME-GREETING.
047100     MOVE CM-ADDR-LINE-1 TO ME-ADDR-LINE-1.
047200     MOVE CM-ADDR-LINE-2 TO ME-ADDR-LINE-2.
047300     MOVE CM-CITY TO ME-CITY.
047400     MOVE CM-STATE TO ME-STATE.
047500     WRITE MAIL-EXTRACT-RECORD.
047600     ADD 1 TO RI-REISSUED-COUNT.
047700     MOVE SPACES TO RI-REPORT-LINE.
047800     STRING "REISSUED: " CM-CUSTOMER-ID " REASON "
047900         RQ-REASON-CODE " LANGUAGE " RI-GREET-LANGUAGE
048000         " " RI-AUDIT-NAME
048100         INTO RI-REPORT-LINE.
048200     WRITE REPORT-RECORD FROM RI-REPORT-LINE.
048300 3400-EXIT.
048400     EXIT.
048500
048600*----------------------------------------------------------------
048700* 4800-SORT-MAIL-EXTRACT - SORT THE RUN'S MAIL-EXTRACT WORK FILE
048800*                          BY LANGUAGE AND POSTAL CODE INTO THE
048900*                          DELIVERED REISSUE EXTRACT, THE ORDER
049000*                          CARDPRNT EXPECTS ITS INPUT IN.
049100*----------------------------------------------------------------
049200 4800-SORT-MAIL-EXTRACT.
049300     IF NOT RI-MW-OPEN
049400         GO TO 4800-EXIT
049500     END-IF.
049600     CLOSE MAIL-WORK-FILE.
049700     MOVE "N" TO RI-MW-OPEN-SW.
049800     SORT SORT-WORK-FILE
049900         ON ASCENDING KEY SR-LANGUAGE-CODE
050000         ON ASCENDING KEY SR-POSTAL-CODE
050100         USING MAIL-WORK-FILE
050200         GIVING MAIL-EXTRACT-FILE.
050300 4800-EXIT.
050400     EXIT.
050500
050600*----------------------------------------------------------------
050700* 5000-WRITE-REPORT-TRAILER - TOTALS AND END TIMESTAMP. ANY
050800*                             REFUSED REQUEST ENDS THE RUN
050900*                             RETURN CODE 4.
051000*----------------------------------------------------------------
051100 5000-WRITE-REPORT-TRAILER.
051200     ACCEPT RI-END-DATE FROM DATE YYYYMMDD.
051300     ACCEPT RI-END-TIME FROM TIME.
051400     MOVE SPACES TO RI-REPORT-LINE.
051500     MOVE RI-REQUEST-COUNT TO RI-COUNT-EDIT.
051600     STRING "REQUESTS READ: " RI-COUNT-EDIT
051700         INTO RI-REPORT-LINE.
051800     WRITE REPORT-RECORD FROM RI-REPORT-LINE.
051900     MOVE SPACES TO RI-REPORT-LINE.
052000     MOVE RI-REISSUED-COUNT TO RI-COUNT-EDIT.
052100     STRING "CARDS REISSUED: " RI-COUNT-EDIT
052200         INTO RI-REPORT-LINE.
052300     WRITE REPORT-RECORD FROM RI-REPORT-LINE.
052400     MOVE SPACES TO RI-REPORT-LINE.
052500     MOVE RI-REFUSED-COUNT TO RI-COUNT-EDIT.
052600     STRING "REQUESTS REFUSED: " RI-COUNT-EDIT
052700         INTO RI-REPORT-LINE.
052800     WRITE REPORT-RECORD FROM RI-REPORT-LINE.
052900     MOVE SPACES TO RI-REPORT-LINE.
053000     MOVE RI-FALLBACK-COUNT TO RI-COUNT-EDIT.
053100     STRING "UNKNOWN-LANGUAGE FALLBACKS: " RI-COUNT-EDIT
053200         INTO RI-REPORT-LINE.
053300     WRITE REPORT-RECORD FROM RI-REPORT-LINE.
053400     IF RI-REFUSED-COUNT > 0 AND RETURN-CODE = 0
053500         MOVE 4 TO RETURN-CODE
053600     END-IF.
053700     MOVE SPACES TO RI-REPORT-LINE.
053800     STRING "RUN STARTED " RI-RUN-DATE " " RI-RUN-TIME
053900         " - ENDED " RI-END-DATE " " RI-END-TIME
054000         INTO RI-REPORT-LINE.
054100     WRITE REPORT-RECORD FROM RI-REPORT-LINE.
054200 5000-EXIT.
054300     EXIT.
054400
054500*----------------------------------------------------------------
054600* 9000-TERMINATE - CLOSE WHATEVER FILES THIS RUN ACTUALLY
054700*                  OPENED. A RUN THAT ABORTS PARTWAY THROUGH
054800*                  1000-INITIALIZE MAY NOT HAVE OPENED EVERY
054900*                  FILE YET, AND CLOSING ONE THAT WAS NEVER
055000*                  OPENED IS A FATAL RUNTIME ERROR, NOT A NO-OP.
055100*----------------------------------------------------------------
055200 9000-TERMINATE.
055300     IF RI-RQ-OPEN
055400         CLOSE REISSUE-REQUEST-FILE
055500     END-IF.
055600     IF RI-CM-OPEN
055700         CLOSE CUSTOMER-MASTER-FILE
055800     END-IF.
055900     IF RI-SP-OPEN
056000         CLOSE SUPPRESS-FILE
056100     END-IF.
056200     IF RI-AL-OPEN
056300         CLOSE AUDIT-LOG-FILE
056400     END-IF.
056500     IF RI-MW-OPEN
056600         CLOSE MAIL-WORK-FILE
056700     END-IF.
056800     IF RI-RF-OPEN
056900         CLOSE REPORT-FILE
057000     END-IF.
057100 9000-EXIT.
057200     EXIT.
057300
057400 9999-EXIT.
057500     EXIT PROGRAM.
