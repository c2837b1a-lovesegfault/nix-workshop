000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CAMPRUN.
000300 AUTHOR. R-HENDRICKS.
000400 INSTALLATION. DATA-PROCESSING-CENTER.
000500 DATE-WRITTEN. 2026-09-17.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* CAMPRUN    - CAMPAIGN SELECTION RUN. READS ONE CAMPAIGN FROM
000900*              THE CAMPAIGN MASTER (PARM 1 IS THE CAMPAIGN CODE),
001000*              PASSES THE WHOLE CUSTOMER MASTER AGAINST ITS
001100*              LANGUAGE, STATE, POSTAL-RANGE AND ADDED-SINCE
001200*              CRITERIA, AND GREETS EVERY CUSTOMER SELECTED
001300*              THROUGH GREET WITH THE CAMPAIGN'S OCCASION CODE.
001400*              A SELECTED CUSTOMER ON THE DO-NOT-GREET FILE OR
001500*              WITH AN ADDRESS MARKED UNDELIVERABLE IS SKIPPED,
001600*              THE SAME CHECKS HELLOCM MAKES. EACH CUSTOMER
001700*              GREETED GETS AN AUDIT ROW AND, WHEN THE ADDRESS
001800*              IS USABLE, A MAIL-EXTRACT RECORD; THE EXTRACT IS
001900*              SORTED BY LANGUAGE AND POSTAL CODE AT END OF RUN
002000*              INTO CAMPEXTR FOR CARDPRNT. A CUSTOMER WITH NO
002100*              USABLE ADDRESS IS GREETED AND COUNTED BUT NOT
002200*              EXTRACTED, AS IN HELLOCM. THE RESULTS REPORT
002300*              SHOWS CUSTOMERS SELECTED, GREETED, SUPPRESSED,
002400*              UNDELIVERABLE AND WITHOUT AN ADDRESS, AND A
002500*              JOB-STATUS ROW TAGGED WITH THE CAMPAIGN CODE IS
002600*              APPENDED ON EVERY EXIT.
002700*
002800*              A CAMPAIGN IS A ONE-OFF MAILING, SO IT BYPASSES
002900*              THE GREETING-HISTORY FREQUENCY RULE AND DOES NOT
003000*              UPDATE THE HISTORY - THE ORDINARY CADENCE IS
003100*              UNAFFECTED. GREETRCN MUST BE GIVEN THIS JOB'S JOB
003200*              ID AS ITS SIXTH PARM SO IT COUNTS THE AUDIT ROWS
003300*              WRITTEN HERE AS CAMPAIGN GREETINGS INSTEAD OF
003400*              REPORTING THEM AS ORPHANS OR DOUBLES.
003500*
003600*              RETURN CODE 4 WHEN THE CRITERIA SELECTED NOBODY;
003700*              16 FOR HARD FAILURES, INCLUDING A CAMPAIGN CODE
003800*              NOT ON FILE OR A RUN DATE OUTSIDE THE CAMPAIGN'S
003900*              START AND END DATES.
004000*----------------------------------------------------------------
004100* MODIFICATION HISTORY
004200*   2026-09-17 RH  INITIAL VERSION.
004210*   2026-09-21 RH  FILLS THE NEW JOB-STATUS NO-ADDRESS COUNT AND
004220*                  RESTART FLAG (ALWAYS "N" - A CAMPAIGN RUN HAS
004230*                  NO CHECKPOINT).
004240*   2026-09-24 RH  THE JOB-STATUS ROW NOW SPLITS GREETINGS INTO
004250*                  CARD AND ELECTRONIC - ALL OF A CAMPAIGN'S ARE
004260*                  CARDS.
004300*----------------------------------------------------------------
004400
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT CAMPAIGN-MASTER-FILE ASSIGN TO "CAMPMST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS CA-CAMPAIGN-CODE
005200         FILE STATUS IS KR-CA-FILE-STATUS.
005300
005400     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS CM-CUSTOMER-ID
005800         FILE STATUS IS KR-CM-FILE-STATUS.
005900
006000     SELECT SUPPRESS-FILE ASSIGN TO "DONOTGRT"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS SP-SUPPRESS-KEY
006400         FILE STATUS IS KR-SP-FILE-STATUS.
006500
006600     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS KR-AL-FILE-STATUS.
006900
007000     SELECT JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS KR-JS-FILE-STATUS.
007300
007400     SELECT MAIL-WORK-FILE ASSIGN TO "CAMPWORK"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS KR-MW-FILE-STATUS.
007700
007800     SELECT MAIL-EXTRACT-FILE ASSIGN TO "CAMPEXTR"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS KR-ME-FILE-STATUS.
008100
008200     SELECT REPORT-FILE ASSIGN TO "KRRPTFIL"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS KR-RF-FILE-STATUS.
008500
008600     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK05".
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  CAMPAIGN-MASTER-FILE.
009100     COPY CAMPREC.
009200
009300 FD  CUSTOMER-MASTER-FILE.
009400     COPY CUSTMAS.
009500
009600 FD  SUPPRESS-FILE.
009700     COPY SUPPREC.
009800
009900 FD  AUDIT-LOG-FILE.
010000     COPY AUDITREC.
010100
010200 FD  JOB-STATUS-FILE.
010300     COPY JOBSTAT.
010400
010500 FD  MAIL-WORK-FILE.
010600     COPY MAILEXTR.
010700
010800 FD  MAIL-EXTRACT-FILE.
010900 01  MAIL-EXTRACT-OUT            PIC X(184).
011000
011100 FD  REPORT-FILE.
011200 01  REPORT-RECORD               PIC X(132).
011300
011400 SD  SORT-WORK-FILE.
011500 01  SORT-RECORD.
011600     05  SR-LANGUAGE-CODE        PIC X(02).
011700     05  SR-POSTAL-CODE          PIC X(10).
011800     05  FILLER                  PIC X(172).
011900
012000 WORKING-STORAGE SECTION.
012100 77  KR-EOF-SW               PIC X(01) VALUE "N".
012200     88  KR-EOF                        VALUE "Y".
012300 77  KR-CA-FILE-STATUS       PIC X(02).
012400 77  KR-CA-OPEN-SW           PIC X(01) VALUE "N".
012500     88  KR-CA-OPEN                    VALUE "Y".
012600 77  KR-CM-FILE-STATUS       PIC X(02).
012700 77  KR-CM-OPEN-SW           PIC X(01) VALUE "N".
012800     88  KR-CM-OPEN                    VALUE "Y".
012900 77  KR-SP-FILE-STATUS       PIC X(02).
013000 77  KR-SP-OPEN-SW           PIC X(01) VALUE "N".
013100     88  KR-SP-OPEN                    VALUE "Y".
013200 77  KR-AL-FILE-STATUS       PIC X(02).
013300 77  KR-AL-OPEN-SW           PIC X(01) VALUE "N".
013400     88  KR-AL-OPEN                    VALUE "Y".
013500 77  KR-JS-FILE-STATUS       PIC X(02).
013600 77  KR-MW-FILE-STATUS       PIC X(02).
013700 77  KR-MW-OPEN-SW           PIC X(01) VALUE "N".
013800     88  KR-MW-OPEN                    VALUE "Y".
013900 77  KR-ME-FILE-STATUS       PIC X(02).
014000 77  KR-RF-FILE-STATUS       PIC X(02).
014100 77  KR-RF-OPEN-SW           PIC X(01) VALUE "N".
014200     88  KR-RF-OPEN                    VALUE "Y".
014300 77  KR-SELECTED-SW          PIC X(01) VALUE "N".
014400     88  KR-SELECTED                   VALUE "Y".
014500 77  KR-LIST-USED-SW         PIC X(01) VALUE "N".
014600     88  KR-LIST-USED                  VALUE "Y".
014700 77  KR-LIST-MATCH-SW        PIC X(01) VALUE "N".
014800     88  KR-LIST-MATCH                 VALUE "Y".
014900 77  KR-SUPPRESSED-SW        PIC X(01) VALUE "N".
015000     88  KR-SUPPRESSED                 VALUE "Y".
015100 77  KR-CRIT-IDX             PIC 9(04) COMP VALUE 0.
015200 77  KR-READ-COUNT           PIC 9(08) COMP VALUE 0.
015300 77  KR-SELECTED-COUNT       PIC 9(08) COMP VALUE 0.
015400 77  KR-GREETED-COUNT        PIC 9(08) COMP VALUE 0.
015500 77  KR-SUPPRESS-COUNT       PIC 9(08) COMP VALUE 0.
015600 77  KR-UNDELIV-COUNT        PIC 9(08) COMP VALUE 0.
015700 77  KR-NO-ADDRESS-COUNT     PIC 9(08) COMP VALUE 0.
015800 77  KR-EXTRACT-COUNT        PIC 9(08) COMP VALUE 0.
015900 77  KR-FALLBACK-COUNT       PIC 9(08) COMP VALUE 0.
016000 77  KR-CUSTOMER-LANGUAGE    PIC X(02).
016100 77  KR-SALUTATION-SWITCH    PIC X(01) VALUE "N".
016200 77  KR-FALLBACK-SWITCH      PIC X(01) VALUE "N".
016300     88  KR-LANGUAGE-FELL-BACK         VALUE "Y".
016400 77  KR-FORMATTED-GREETING   PIC X(80).
016500 77  KR-AUDIT-NAME           PIC X(32).
016600 77  KR-CHECK-NAME           PIC X(41).
016700 77  KR-ARGLEN               PIC 9(04) VALUE 0.
016800 77  KR-CAMPAIGN-PARM        PIC X(08) VALUE SPACES.
016900 77  KR-RUN-DATE             PIC X(08).
017000 77  KR-RUN-TIME             PIC X(08).
017100 77  KR-END-DATE             PIC X(08) VALUE SPACES.
017200 77  KR-END-TIME             PIC X(08) VALUE SPACES.
017300 77  KR-COUNT-EDIT           PIC ZZZZZZZ9.
017400 77  KR-ENV-NAME             PIC X(20).
017500 77  KR-JOB-ID               PIC X(08).
017600 77  KR-TERMINAL-ID          PIC X(08).
017700 01  KR-REPORT-LINE          PIC X(132).
017800
017900 PROCEDURE DIVISION.
018000
018100*----------------------------------------------------------------
018200* 0000-MAINLINE
018300*----------------------------------------------------------------
018400 0000-MAINLINE.
018500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018600     PERFORM 3100-PROCESS-CUSTOMER THRU 3100-EXIT
018700         UNTIL KR-EOF.
018800     PERFORM 4800-SORT-MAIL-EXTRACT THRU 4800-EXIT.
018900     PERFORM 5000-WRITE-REPORT-TRAILER THRU 5000-EXIT.
019000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019100     GO TO 9999-EXIT.
019200
019300*----------------------------------------------------------------
019400* 1000-INITIALIZE - PICK UP THE CAMPAIGN CODE, JOB AND TERMINAL
019500*                   IDS, READ THE CAMPAIGN AND CHECK IT MAY RUN
019600*                   TODAY, OPEN THE FILES AND WRITE THE REPORT
019700*                   HEADER. NO CAMPAIGN CODE, A CODE NOT ON FILE,
019800*                   A RUN DATE OUTSIDE THE CAMPAIGN'S DATES OR NO
019900*                   CUSTOMER MASTER ABORTS; NO SUPPRESSION FILE
020000*                   MEANS NO SUPPRESSIONS APPLY, AS IN HELLOCM.
020100*                   EACH FILE'S OPEN SWITCH IS SET ONLY AFTER ITS
020200*                   OPEN SUCCEEDS, SO 9000-TERMINATE NEVER CLOSES
020300*                   A FILE THAT WAS NEVER OPENED.
020400*----------------------------------------------------------------
020500 1000-INITIALIZE.
020600     ACCEPT KR-RUN-DATE FROM DATE YYYYMMDD.
020700     ACCEPT KR-RUN-TIME FROM TIME.
020800     MOVE "JOBNAME" TO KR-ENV-NAME.
020900     DISPLAY KR-ENV-NAME UPON ENVIRONMENT-NAME.
021000     ACCEPT KR-JOB-ID FROM ENVIRONMENT-VALUE.
021100     MOVE "TERMINALID" TO KR-ENV-NAME.
021200     DISPLAY KR-ENV-NAME UPON ENVIRONMENT-NAME.
021300     ACCEPT KR-TERMINAL-ID FROM ENVIRONMENT-VALUE.
021400     ACCEPT KR-ARGLEN FROM ARGUMENT-NUMBER.
021500     IF KR-ARGLEN > 0
021600         DISPLAY 1 UPON ARGUMENT-NUMBER
021700         ACCEPT KR-CAMPAIGN-PARM FROM ARGUMENT-VALUE
021800     END-IF.
021900     IF KR-CAMPAIGN-PARM = SPACES
022000         DISPLAY "CAMPRUN: NO CAMPAIGN CODE GIVEN - PARM 1 IS "
022100             "REQUIRED"
022200         MOVE 16 TO RETURN-CODE
022300         PERFORM 9000-TERMINATE THRU 9000-EXIT
022400         GO TO 9999-EXIT
022500     END-IF.
022600     OPEN INPUT CAMPAIGN-MASTER-FILE.
022700     IF KR-CA-FILE-STATUS NOT = "00"
022800         DISPLAY "CAMPRUN: UNABLE TO OPEN CAMPAIGN MASTER - "
022900             "STATUS " KR-CA-FILE-STATUS
023000         MOVE 16 TO RETURN-CODE
023100         PERFORM 9000-TERMINATE THRU 9000-EXIT
023200         GO TO 9999-EXIT
023300     END-IF.
023400     SET KR-CA-OPEN TO TRUE.
023500     MOVE KR-CAMPAIGN-PARM TO CA-CAMPAIGN-CODE.
023600     READ CAMPAIGN-MASTER-FILE
023700         INVALID KEY
023800             DISPLAY "CAMPRUN: CAMPAIGN " KR-CAMPAIGN-PARM
023900                 " NOT ON CAMPAIGN MASTER"
024000             MOVE 16 TO RETURN-CODE
024100             PERFORM 9000-TERMINATE THRU 9000-EXIT
024200             GO TO 9999-EXIT
024300     END-READ.
024400     IF KR-RUN-DATE < CA-START-DATE
024500         OR KR-RUN-DATE > CA-END-DATE
024600         DISPLAY "CAMPRUN: CAMPAIGN " KR-CAMPAIGN-PARM
024700             " RUNS " CA-START-DATE " TO " CA-END-DATE
024800             " - NOT ON " KR-RUN-DATE
024900         MOVE 16 TO RETURN-CODE
025000         PERFORM 9000-TERMINATE THRU 9000-EXIT
025100         GO TO 9999-EXIT
025200     END-IF.
025300     OPEN INPUT CUSTOMER-MASTER-FILE.
025400     IF KR-CM-FILE-STATUS NOT = "00"
025500         DISPLAY "CAMPRUN: UNABLE TO OPEN CUSTOMER MASTER - "
025600             "STATUS " KR-CM-FILE-STATUS
025700         MOVE 16 TO RETURN-CODE
025800         PERFORM 9000-TERMINATE THRU 9000-EXIT
025900         GO TO 9999-EXIT
026000     END-IF.
026100     SET KR-CM-OPEN TO TRUE.
026200     OPEN INPUT SUPPRESS-FILE.
026300     IF KR-SP-FILE-STATUS = "35"
026400         DISPLAY "CAMPRUN: NO SUPPRESSION FILE ON FILE - "
026500             "NO SUPPRESSIONS APPLY"
026600     ELSE
026700         IF KR-SP-FILE-STATUS NOT = "00"
026800             DISPLAY "CAMPRUN: UNABLE TO OPEN SUPPRESSION FILE "
026900                 "- STATUS " KR-SP-FILE-STATUS
027000             MOVE 16 TO RETURN-CODE
027100             PERFORM 9000-TERMINATE THRU 9000-EXIT
027200             GO TO 9999-EXIT
027300         END-IF
027400         SET KR-SP-OPEN TO TRUE
027500     END-IF.
027600     OPEN EXTEND AUDIT-LOG-FILE.
027700     IF KR-AL-FILE-STATUS = "35"
027800         OPEN OUTPUT AUDIT-LOG-FILE
027900     END-IF.
028000     SET KR-AL-OPEN TO TRUE.
028100     OPEN OUTPUT MAIL-WORK-FILE.
028200     IF KR-MW-FILE-STATUS NOT = "00"
028300         DISPLAY "CAMPRUN: UNABLE TO OPEN MAIL WORK FILE - "
028400             "STATUS " KR-MW-FILE-STATUS
028500         MOVE 16 TO RETURN-CODE
028600         PERFORM 9000-TERMINATE THRU 9000-EXIT
028700         GO TO 9999-EXIT
028800     END-IF.
028900     SET KR-MW-OPEN TO TRUE.
029000     OPEN OUTPUT REPORT-FILE.
029100     IF KR-RF-FILE-STATUS NOT = "00"
029200         DISPLAY "CAMPRUN: UNABLE TO OPEN REPORT-FILE - STATUS "
029300             KR-RF-FILE-STATUS
029400         MOVE 16 TO RETURN-CODE
029500         PERFORM 9000-TERMINATE THRU 9000-EXIT
029600         GO TO 9999-EXIT
029700     END-IF.
029800     SET KR-RF-OPEN TO TRUE.
029900     MOVE SPACES TO KR-REPORT-LINE.
030000     STRING "CAMPAIGN RESULTS REPORT - CAMPAIGN "
030100         CA-CAMPAIGN-CODE " " CA-DESCRIPTION
030200         INTO KR-REPORT-LINE.
030300     WRITE REPORT-RECORD FROM KR-REPORT-LINE.
030400     MOVE SPACES TO KR-REPORT-LINE.
030500     STRING "STARTED " KR-RUN-DATE " " KR-RUN-TIME
030600         " - JOB " KR-JOB-ID " - OCCASION " CA-OCCASION-CODE
030700         " - RUNS " CA-START-DATE " TO " CA-END-DATE
030800         INTO KR-REPORT-LINE.
030900     WRITE REPORT-RECORD FROM KR-REPORT-LINE.
031000     READ CUSTOMER-MASTER-FILE NEXT RECORD
031100         AT END SET KR-EOF TO TRUE
031200     END-READ.
031300 1000-EXIT.
031400     EXIT.
031500
031600*----------------------------------------------------------------
031700* 3100-PROCESS-CUSTOMER - TEST ONE CUSTOMER AGAINST THE CAMPAIGN
031800*                         CRITERIA AND, WHEN SELECTED, EITHER
031900*                         GREET OR SKIP THEM, THEN READ THE NEXT.
032000*                         THE SKIP CHECKS RUN IN THE ORDER HELLOCM
032100*                         APPLIES THEM, SO A CUSTOMER THE
032200*                         NIGHTLY WOULD NOT MAIL IS NOT MAILED
032300*                         HERE EITHER.
032400*----------------------------------------------------------------
032500 3100-PROCESS-CUSTOMER.
032600     ADD 1 TO KR-READ-COUNT.
032700     IF CM-LANGUAGE-CODE = SPACES
032800         MOVE "EN" TO KR-CUSTOMER-LANGUAGE
032900     ELSE
033000         MOVE CM-LANGUAGE-CODE TO KR-CUSTOMER-LANGUAGE
033100     END-IF.
033200     PERFORM 3200-APPLY-CRITERIA THRU 3200-EXIT.
033300     IF NOT KR-SELECTED
033400         GO TO 3100-NEXT
033500     END-IF.
033600     ADD 1 TO KR-SELECTED-COUNT.
033700     PERFORM 3300-CHECK-SUPPRESSION THRU 3300-EXIT.
033800     IF KR-SUPPRESSED
033900         ADD 1 TO KR-SUPPRESS-COUNT
034000         MOVE SPACES TO KR-REPORT-LINE
034100         STRING "SUPPRESSED:    " CM-CUSTOMER-ID " " CM-NAME
034200             INTO KR-REPORT-LINE
034300         WRITE REPORT-RECORD FROM KR-REPORT-LINE
034400         GO TO 3100-NEXT
034500     END-IF.
034600     IF CM-UNDELIVERABLE
034700         ADD 1 TO KR-UNDELIV-COUNT
034800         MOVE SPACES TO KR-REPORT-LINE
034900         STRING "UNDELIVERABLE: " CM-CUSTOMER-ID " " CM-NAME
035000             INTO KR-REPORT-LINE
035100         WRITE REPORT-RECORD FROM KR-REPORT-LINE
035200         GO TO 3100-NEXT
035300     END-IF.
035400     PERFORM 3400-BUILD-GREETING THRU 3400-EXIT.
035500     PERFORM 3500-GREET-CUSTOMER THRU 3500-EXIT.
035600 3100-NEXT.
035700     READ CUSTOMER-MASTER-FILE NEXT RECORD
035800         AT END SET KR-EOF TO TRUE
035900     END-READ.
036000 3100-EXIT.
036100     EXIT.
036200
036300*----------------------------------------------------------------
036400* 3200-APPLY-CRITERIA - A CUSTOMER IS SELECTED ONLY WHEN EVERY
036500*                       CRITERION THE CAMPAIGN USES MATCHES. EACH
036600*                       LIST IS SCANNED FOR A MATCH; A LIST WITH
036700*                       NO NON-BLANK ENTRY IS NOT IN USE AND
036800*                       PASSES EVERYONE. A BLANK CUSTOMER LANGUAGE
036900*                       COUNTS AS ENGLISH, THE LANGUAGE IT IS
037000*                       GREETED IN. A CUSTOMER WITH NO ADDED DATE
037100*                       NEVER MATCHES AN ADDED-SINCE CRITERION.
037200*----------------------------------------------------------------
037300 3200-APPLY-CRITERIA.
037400     MOVE "N" TO KR-SELECTED-SW.
037500     MOVE "N" TO KR-LIST-USED-SW.
037600     MOVE "N" TO KR-LIST-MATCH-SW.
037700     PERFORM 3210-MATCH-LANGUAGE THRU 3210-EXIT
037800         VARYING KR-CRIT-IDX FROM 1 BY 1
037900         UNTIL KR-CRIT-IDX > 5.
038000     IF KR-LIST-USED AND NOT KR-LIST-MATCH
038100         GO TO 3200-EXIT
038200     END-IF.
038300     MOVE "N" TO KR-LIST-USED-SW.
038400     MOVE "N" TO KR-LIST-MATCH-SW.
038500     PERFORM 3220-MATCH-STATE THRU 3220-EXIT
038600         VARYING KR-CRIT-IDX FROM 1 BY 1
038700         UNTIL KR-CRIT-IDX > 10.
038800     IF KR-LIST-USED AND NOT KR-LIST-MATCH
038900         GO TO 3200-EXIT
039000     END-IF.
039100     MOVE "N" TO KR-LIST-USED-SW.
039200     MOVE "N" TO KR-LIST-MATCH-SW.
039300     PERFORM 3230-MATCH-POSTAL-RANGE THRU 3230-EXIT
039400         VARYING KR-CRIT-IDX FROM 1 BY 1
039500         UNTIL KR-CRIT-IDX > 3.
039600     IF KR-LIST-USED AND NOT KR-LIST-MATCH
039700         GO TO 3200-EXIT
039800     END-IF.
039900     IF CA-ADDED-SINCE NOT = SPACES
040000         IF CM-ADDED-DATE NOT NUMERIC
040100             OR CM-ADDED-DATE < CA-ADDED-SINCE
040200             GO TO 3200-EXIT
040300         END-IF
040400     END-IF.
040500     SET KR-SELECTED TO TRUE.
040600 3200-EXIT.
040700     EXIT.
040800
040900 3210-MATCH-LANGUAGE.
041000     IF CA-LANGUAGE-CODE(KR-CRIT-IDX) NOT = SPACES
041100         SET KR-LIST-USED TO TRUE
041200         IF CA-LANGUAGE-CODE(KR-CRIT-IDX) = KR-CUSTOMER-LANGUAGE
041300             SET KR-LIST-MATCH TO TRUE
041400         END-IF
041500     END-IF.
041600 3210-EXIT.
041700     EXIT.
041800
041900 3220-MATCH-STATE.
042000     IF CA-STATE(KR-CRIT-IDX) NOT = SPACES
042100         SET KR-LIST-USED TO TRUE
042200         IF CA-STATE(KR-CRIT-IDX) = CM-STATE
042300             SET KR-LIST-MATCH TO TRUE
042400         END-IF
042500     END-IF.
042600 3220-EXIT.
042700     EXIT.
042800
042900 3230-MATCH-POSTAL-RANGE.
043000     IF CA-POSTAL-LOW(KR-CRIT-IDX) = SPACES
043100         GO TO 3230-EXIT
043200     END-IF.
043300     SET KR-LIST-USED TO TRUE.
043400     IF CA-POSTAL-HIGH(KR-CRIT-IDX) = SPACES
043500         IF CM-POSTAL-CODE = CA-POSTAL-LOW(KR-CRIT-IDX)
043600             SET KR-LIST-MATCH TO TRUE
043700         END-IF
043800     ELSE
043900         IF CM-POSTAL-CODE NOT < CA-POSTAL-LOW(KR-CRIT-IDX)
044000             AND CM-POSTAL-CODE NOT > CA-POSTAL-HIGH(KR-CRIT-IDX)
044100             SET KR-LIST-MATCH TO TRUE
044200         END-IF
044300     END-IF.
044400 3230-EXIT.
044500     EXIT.
044600
044700*----------------------------------------------------------------
044800* 3300-CHECK-SUPPRESSION - LOOK THE CUSTOMER UP ON THE
044900*                          DO-NOT-GREET SUPPRESSION FILE BY
045000*                          CUSTOMER ID AND THEN BY NAME, FALLING
045100*                          BACK TO THE SALUTATION'S FIRST/LAST
045200*                          NAME WHEN CM-NAME IS BLANK - THE SAME
045300*                          CHECK, AND THE SAME EFFECTIVE-DATE
045400*                          RULE, AS HELLOCM'S.
045500*----------------------------------------------------------------
045600 3300-CHECK-SUPPRESSION.
045700     MOVE "N" TO KR-SUPPRESSED-SW.
045800     IF NOT KR-SP-OPEN
045900         GO TO 3300-EXIT
046000     END-IF.
046100     MOVE SPACES TO SP-SUPPRESS-KEY.
046200     MOVE CM-CUSTOMER-ID TO SP-SUPPRESS-KEY.
046300     READ SUPPRESS-FILE
046400         INVALID KEY
046500             CONTINUE
046600         NOT INVALID KEY
046700             IF SP-EFFECTIVE-DATE NOT NUMERIC
046800                 OR SP-EFFECTIVE-DATE NOT > KR-RUN-DATE
046900                 SET KR-SUPPRESSED TO TRUE
047000             END-IF
047100     END-READ.
047200     IF KR-SUPPRESSED
047300         GO TO 3300-EXIT
047400     END-IF.
047500     MOVE SPACES TO KR-CHECK-NAME.
047600     MOVE CM-NAME TO KR-CHECK-NAME.
047700     IF KR-CHECK-NAME = SPACES
047800         AND (CM-TITLE NOT = SPACES OR CM-LAST-NAME NOT = SPACES)
047900         STRING FUNCTION TRIM(CM-FIRST-NAME) " "
048000             FUNCTION TRIM(CM-LAST-NAME)
048100             INTO KR-CHECK-NAME
048200     END-IF.
048300     IF KR-CHECK-NAME = SPACES
048400         GO TO 3300-EXIT
048500     END-IF.
048600     MOVE SPACES TO SP-SUPPRESS-KEY.
048700     MOVE KR-CHECK-NAME(1:32) TO SP-SUPPRESS-KEY.
048800     READ SUPPRESS-FILE
048900         INVALID KEY
049000             CONTINUE
049100         NOT INVALID KEY
049200             IF SP-EFFECTIVE-DATE NOT NUMERIC
049300                 OR SP-EFFECTIVE-DATE NOT > KR-RUN-DATE
049400                 SET KR-SUPPRESSED TO TRUE
049500             END-IF
049600     END-READ.
049700 3300-EXIT.
049800     EXIT.
049900
050000*----------------------------------------------------------------
050100* 3400-BUILD-GREETING - DELEGATE TO GREET. A CAMPAIGN WITH AN
050200*                       OCCASION CODE GREETS WITH THE FLAT
050300*                       OCCASION PHRASE, AS HELLOCM'S OCCASION
050400*                       RUNS DO, USING THE SALUTATION'S FIRST/LAST
050500*                       NAME WHEN CM-NAME IS BLANK. A CAMPAIGN
050600*                       WITHOUT ONE GREETS THE ORDINARY WAY: THE
050700*                       "DEAR ..." SALUTATION WHEN THE MASTER
050800*                       CARRIES A TITLE OR LAST NAME, THE FLAT
050900*                       GREETING OTHERWISE. A BLANK LANGUAGE
051000*                       CODE GREETS IN ENGLISH.
051100*----------------------------------------------------------------
051200 3400-BUILD-GREETING.
051300     MOVE "N" TO KR-SALUTATION-SWITCH.
051400     MOVE CM-NAME TO KR-AUDIT-NAME.
051500     IF CM-TITLE NOT = SPACES OR CM-LAST-NAME NOT = SPACES
051600         IF CA-OCCASION-CODE = SPACES
051700             MOVE "Y" TO KR-SALUTATION-SWITCH
051800         END-IF
051900         IF CM-NAME = SPACES
052000             MOVE SPACES TO KR-CHECK-NAME
052100             STRING FUNCTION TRIM(CM-FIRST-NAME) " "
052200                 FUNCTION TRIM(CM-LAST-NAME)
052300                 INTO KR-CHECK-NAME
052400             MOVE KR-CHECK-NAME(1:32) TO KR-AUDIT-NAME
052500         END-IF
052600     END-IF.
052700     CALL "GREET" USING KR-AUDIT-NAME KR-CUSTOMER-LANGUAGE
052800         KR-SALUTATION-SWITCH CM-SALUTATION
052900         KR-FORMATTED-GREETING KR-FALLBACK-SWITCH
053000         CA-OCCASION-CODE.
053100     IF KR-LANGUAGE-FELL-BACK
053200         ADD 1 TO KR-FALLBACK-COUNT
053300     END-IF.
053400 3400-EXIT.
053500     EXIT.
053600
053700*----------------------------------------------------------------
053800* 3500-GREET-CUSTOMER - AUDIT ROW, MAIL-EXTRACT RECORD AND REPORT
053900*                       LINE FOR ONE CUSTOMER GREETED. A CUSTOMER
054000*                       WITH NO USABLE ADDRESS (LINE 1, CITY OR
054100*                       POSTAL CODE MISSING) IS LISTED AND
054200*                       COUNTED, NOT EXTRACTED BLANK FOR THE MAIL
054300*                       HOUSE.
054400*----------------------------------------------------------------
054500 3500-GREET-CUSTOMER.
054600     ADD 1 TO KR-GREETED-COUNT.
054700     MOVE KR-RUN-DATE TO AL-RUN-DATE.
054800     MOVE KR-RUN-TIME TO AL-RUN-TIME.
054900     MOVE KR-AUDIT-NAME TO AL-NAME.
055000     MOVE KR-JOB-ID TO AL-JOB-ID.
055100     MOVE KR-TERMINAL-ID TO AL-TERMINAL-ID.
055200     WRITE AUDIT-LOG-RECORD.
055300     IF CM-ADDR-LINE-1 = SPACES
055400         OR CM-CITY = SPACES
055500         OR CM-POSTAL-CODE = SPACES
055600         ADD 1 TO KR-NO-ADDRESS-COUNT
055700         MOVE SPACES TO KR-REPORT-LINE
055800         STRING "NO USABLE ADDRESS: " CM-CUSTOMER-ID
055900             " " KR-AUDIT-NAME
056000             INTO KR-REPORT-LINE
056100         WRITE REPORT-RECORD FROM KR-REPORT-LINE
056200         GO TO 3500-EXIT
056300     END-IF.
056400     MOVE KR-CUSTOMER-LANGUAGE TO ME-LANGUAGE-CODE.
056500     MOVE CM-POSTAL-CODE TO ME-POSTAL-CODE.
056600     MOVE CM-CUSTOMER-ID TO ME-CUSTOMER-ID.
056700     MOVE KR-FORMATTED-GREETING TO ME-GREETING.
056800     MOVE CM-ADDR-LINE-1 TO ME-ADDR-LINE-1.
056900     MOVE CM-ADDR-LINE-2 TO ME-ADDR-LINE-2.
057000     MOVE CM-CITY TO ME-CITY.
057100     MOVE CM-STATE TO ME-STATE.
057200     WRITE MAIL-EXTRACT-RECORD.
057300     ADD 1 TO KR-EXTRACT-COUNT.
057400     MOVE SPACES TO KR-REPORT-LINE.
057500     STRING "GREETED:       " CM-CUSTOMER-ID " "
057600         KR-CUSTOMER-LANGUAGE " " KR-AUDIT-NAME
057700         INTO KR-REPORT-LINE.
057800     WRITE REPORT-RECORD FROM KR-REPORT-LINE.
057900 3500-EXIT.
058000     EXIT.
058100
058200*----------------------------------------------------------------
058300* 4800-SORT-MAIL-EXTRACT - SORT THE RUN'S MAIL-EXTRACT WORK FILE
058400*                          BY LANGUAGE AND POSTAL CODE INTO THE
058500*                          DELIVERED CAMPAIGN EXTRACT, THE ORDER
058600*                          CARDPRNT EXPECTS ITS INPUT IN.
058700*----------------------------------------------------------------
058800 4800-SORT-MAIL-EXTRACT.
058900     IF NOT KR-MW-OPEN
059000         GO TO 4800-EXIT
059100     END-IF.
059200     CLOSE MAIL-WORK-FILE.
059300     MOVE "N" TO KR-MW-OPEN-SW.
059400     SORT SORT-WORK-FILE
059500         ON ASCENDING KEY SR-LANGUAGE-CODE
059600         ON ASCENDING KEY SR-POSTAL-CODE
059700         USING MAIL-WORK-FILE
059800         GIVING MAIL-EXTRACT-FILE.
059900 4800-EXIT.
060000     EXIT.
060100
060200*----------------------------------------------------------------
060300* 5000-WRITE-REPORT-TRAILER - CAMPAIGN RESULTS AND END TIMESTAMP.
060400*                             CUSTOMERS SELECTED = GREETED +
060500*                             SUPPRESSED + UNDELIVERABLE, AND
060600*                             GREETED = EXTRACTED + NO ADDRESS. A
060700*                             CAMPAIGN THAT SELECTED NOBODY ENDS
060800*                             RETURN CODE 4 SO MARKETING CHECKS
060900*                             ITS CRITERIA.
061000*----------------------------------------------------------------
061100 5000-WRITE-REPORT-TRAILER.
061200     ACCEPT KR-END-DATE FROM DATE YYYYMMDD.
061300     ACCEPT KR-END-TIME FROM TIME.
061400     MOVE SPACES TO KR-REPORT-LINE.
061500     MOVE KR-READ-COUNT TO KR-COUNT-EDIT.
061600     STRING "CUSTOMERS READ: " KR-COUNT-EDIT
061700         INTO KR-REPORT-LINE.
061800     WRITE REPORT-RECORD FROM KR-REPORT-LINE.
061900     MOVE SPACES TO KR-REPORT-LINE.
062000     MOVE KR-SELECTED-COUNT TO KR-COUNT-EDIT.
062100     STRING "CUSTOMERS SELECTED: " KR-COUNT-EDIT
062200         INTO KR-REPORT-LINE.
062300     WRITE REPORT-RECORD FROM KR-REPORT-LINE.
062400     MOVE SPACES TO KR-REPORT-LINE.
062500     MOVE KR-GREETED-COUNT TO KR-COUNT-EDIT.
062600     STRING "CUSTOMERS GREETED: " KR-COUNT-EDIT
062700         INTO KR-REPORT-LINE.
062800     WRITE REPORT-RECORD FROM KR-REPORT-LINE.
062900     MOVE SPACES TO KR-REPORT-LINE.
063000     MOVE KR-SUPPRESS-COUNT TO KR-COUNT-EDIT.
063100     STRING "SUPPRESSED - DO NOT GREET: " KR-COUNT-EDIT
063200         INTO KR-REPORT-LINE.
063300     WRITE REPORT-RECORD FROM KR-REPORT-LINE.
063400     MOVE SPACES TO KR-REPORT-LINE.
063500     MOVE KR-UNDELIV-COUNT TO KR-COUNT-EDIT.
063600     STRING "SKIPPED - ADDRESS UNDELIVERABLE: " KR-COUNT-EDIT
063700         INTO KR-REPORT-LINE.
063800     WRITE REPORT-RECORD FROM KR-REPORT-LINE.
063900     MOVE SPACES TO KR-REPORT-LINE.
064000     MOVE KR-NO-ADDRESS-COUNT TO KR-COUNT-EDIT.
064100     STRING "GREETED WITHOUT A USABLE ADDRESS: " KR-COUNT-EDIT
064200         INTO KR-REPORT-LINE.
064300     WRITE REPORT-RECORD FROM KR-REPORT-LINE.
064400     MOVE SPACES TO KR-REPORT-LINE.
064500     MOVE KR-EXTRACT-COUNT TO KR-COUNT-EDIT.
064600     STRING "CARDS EXTRACTED: " KR-COUNT-EDIT
064700         INTO KR-REPORT-LINE.
064800     WRITE REPORT-RECORD FROM KR-REPORT-LINE.
064900     MOVE SPACES TO KR-REPORT-LINE.
065000     MOVE KR-FALLBACK-COUNT TO KR-COUNT-EDIT.
065100     STRING "UNKNOWN-LANGUAGE FALLBACKS: " KR-COUNT-EDIT
065200         INTO KR-REPORT-LINE.
065300     WRITE REPORT-RECORD FROM KR-REPORT-LINE.
065400     IF KR-SELECTED-COUNT = 0 AND RETURN-CODE = 0
065500         MOVE 4 TO RETURN-CODE
065600     END-IF.
065700     MOVE SPACES TO KR-REPORT-LINE.
065800     STRING "RUN STARTED " KR-RUN-DATE " " KR-RUN-TIME
065900         " - ENDED " KR-END-DATE " " KR-END-TIME
066000         INTO KR-REPORT-LINE.
066100     WRITE REPORT-RECORD FROM KR-REPORT-LINE.
066200 5000-EXIT.
066300     EXIT.
066400
066500*----------------------------------------------------------------
066600* 8000-WRITE-JOB-STATUS - APPEND THE MACHINE-READABLE STATUS
066700*                         RECORD FOR THE SCHEDULER, TAGGED WITH
066800*                         THE CAMPAIGN CODE. PERFORMED FROM
066900*                         9000-TERMINATE SO THE ABORT PATHS LEAVE
067000*                         A STATUS RECORD TOO - AN ABORT SKIPS THE
067100*                         TRAILER, SO THE END STAMP IS TAKEN HERE
067200*                         WHEN IT IS STILL BLANK. A CAMPAIGN HAS
067300*                         NO FREQUENCY RULE OR NAME EXCEPTIONS,
067400*                         SO THOSE COUNTS ARE ALWAYS ZERO.
067500*----------------------------------------------------------------
067600 8000-WRITE-JOB-STATUS.
067700     IF KR-END-DATE = SPACES
067800         ACCEPT KR-END-DATE FROM DATE YYYYMMDD
067900         ACCEPT KR-END-TIME FROM TIME
068000     END-IF.
068100     OPEN EXTEND JOB-STATUS-FILE.
068200     IF KR-JS-FILE-STATUS = "35"
068300         OPEN OUTPUT JOB-STATUS-FILE
068400     END-IF.
068500     IF KR-JS-FILE-STATUS NOT = "00"
068600         DISPLAY "CAMPRUN: UNABLE TO OPEN JOB-STATUS FILE - "
068700             "STATUS " KR-JS-FILE-STATUS
068800         GO TO 8000-EXIT
068900     END-IF.
069000     MOVE "CAMPRUN " TO JS-PROGRAM-ID.
069100     MOVE KR-RUN-DATE TO JS-RUN-DATE.
069200     MOVE KR-RUN-TIME TO JS-RUN-TIME.
069300     MOVE KR-END-DATE TO JS-END-DATE.
069400     MOVE KR-END-TIME TO JS-END-TIME.
069500     MOVE KR-JOB-ID TO JS-JOB-ID.
069600     MOVE SPACE TO JS-PARTITION-ID.
069700     MOVE KR-GREETED-COUNT TO JS-GREETED-COUNT.
069800     MOVE ZERO TO JS-EXCEPTION-COUNT.
069900     MOVE ZERO TO JS-SKIP-COUNT.
070000     MOVE KR-FALLBACK-COUNT TO JS-FALLBACK-COUNT.
070100     MOVE KR-SUPPRESS-COUNT TO JS-SUPPRESS-COUNT.
070200     MOVE KR-UNDELIV-COUNT TO JS-UNDELIV-COUNT.
070300     IF RETURN-CODE = 16
070400         MOVE "F" TO JS-CHECKPOINT-STATE
070500     ELSE
070600         MOVE "E" TO JS-CHECKPOINT-STATE
070700     END-IF.
070800     MOVE RETURN-CODE TO JS-RETURN-CODE.
070900     MOVE KR-CAMPAIGN-PARM TO JS-CAMPAIGN-CODE.
070910     MOVE KR-NO-ADDRESS-COUNT TO JS-NO-ADDRESS-COUNT.
070920     MOVE "N" TO JS-RESTART-FLAG.
070930     MOVE KR-GREETED-COUNT TO JS-CARD-COUNT.
070940     MOVE ZERO TO JS-ELECTRONIC-COUNT.
071000     WRITE JOB-STATUS-RECORD.
071100     CLOSE JOB-STATUS-FILE.
071200 8000-EXIT.
071300     EXIT.
071400
071500*----------------------------------------------------------------
071600* 9000-TERMINATE - WRITE THE JOB-STATUS RECORD, THEN CLOSE
071700*                  WHATEVER FILES THIS RUN ACTUALLY OPENED.
071800*                  EVERY EXIT - NORMAL OR ABORT - COMES THROUGH
071900*                  HERE, SO THE SCHEDULER ALWAYS GETS A STATUS
072000*                  RECORD. A RUN THAT ABORTS PARTWAY THROUGH
072100*                  1000-INITIALIZE MAY NOT HAVE OPENED EVERY
072200*                  FILE YET, AND CLOSING ONE THAT WAS NEVER
072300*                  OPENED IS A FATAL RUNTIME ERROR, NOT A NO-OP.
072400*----------------------------------------------------------------
072500 9000-TERMINATE.
072600     PERFORM 8000-WRITE-JOB-STATUS THRU 8000-EXIT.
072700     IF KR-CA-OPEN
072800         CLOSE CAMPAIGN-MASTER-FILE
072900     END-IF.
073000     IF KR-CM-OPEN
073100         CLOSE CUSTOMER-MASTER-FILE
073200     END-IF.
073300     IF KR-SP-OPEN
073400         CLOSE SUPPRESS-FILE
073500     END-IF.
073600     IF KR-AL-OPEN
073700         CLOSE AUDIT-LOG-FILE
073800     END-IF.
073900     IF KR-MW-OPEN
074000         CLOSE MAIL-WORK-FILE
074100     END-IF.
074200     IF KR-RF-OPEN
074300         CLOSE REPORT-FILE
074400     END-IF.
074500 9000-EXIT.
074600     EXIT.
074700
074800 9999-EXIT.
074900     EXIT PROGRAM.
