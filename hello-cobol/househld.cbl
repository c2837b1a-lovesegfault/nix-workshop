000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOUSEHLD.
000300 AUTHOR. R-HENDRICKS.
000400 INSTALLATION. DATA-PROCESSING-CENTER.
000500 DATE-WRITTEN. 2026-09-14.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* HOUSEHLD   - OPTIONAL HOUSEHOLDING PASS OVER THE SORTED MAIL
000900*              EXTRACT. HELLOCM WRITES ONE MAILEXTR RECORD PER
001000*              GREETED CUSTOMER, SO A FAMILY OF FOUR AT ONE
001100*              ADDRESS GETS FOUR CARDS IN FOUR ENVELOPES. THIS
001200*              STEP GROUPS THE EXTRACT INTO HOUSEHOLDS AND
001300*              WRITES ONE CARD PER HOUSEHOLD, ADDRESSED TO THE
001400*              SHARED LAST NAME ("THE SMITH HOUSEHOLD") AND
001500*              GREETED THROUGH GREET IN THE HOUSEHOLD'S
001600*              LANGUAGE, TO THE CONSOLIDATED EXTRACT HOUSEXTR.
001700*              WHEN THE STEP RUNS, CARDPRNT IS GIVEN HOUSEXTR
001800*              AS ITS MAIL EXTRACT INSTEAD OF MAILEXTR.
001900*
002000*              CUSTOMERS ARE ONE HOUSEHOLD WHEN THEY SHARE A
002100*              LANGUAGE CODE, A NORMALIZED ADDRESS LINE 1 AND
002200*              POSTAL CODE, AND A LAST NAME (IGNORING CASE).
002300*              NORMALIZING UPPER-CASES THE FIELD, DROPS
002400*              PUNCTUATION AND SQUEEZES RUNS OF SPACES, SO
002500*              "12 Oak St." AND "12 OAK ST" MATCH. THE LAST NAME
002600*              COMES FROM THE CUSTOMER MASTER, SINCE THE
002700*              EXTRACT DOES NOT CARRY IT; A CUSTOMER WITH NO
002800*              LAST NAME, NO ADDRESS LINE, OR NO LONGER ON THE
002900*              MASTER KEEPS AN INDIVIDUAL CARD. MEMBERS IN
003000*              DIFFERENT LANGUAGES ARE NEVER COMBINED - EACH
003100*              LANGUAGE GROUP AT THE ADDRESS GETS ITS OWN CARD.
003200*              THE HOUSEHOLD CARD CARRIES THE LOWEST MEMBER
003300*              CUSTOMER ID AND THAT MEMBER'S ADDRESS LINES.
003400*
003500*              THE AUDIT LOG IS NOT TOUCHED: HELLOCM HAS
003600*              ALREADY WRITTEN A ROW FOR EVERY INDIVIDUAL
003700*              GREETED, AND THOSE ROWS STAND - EACH MEMBER IS
003800*              GREETED THROUGH THE HOUSEHOLD CARD, AND THE
003900*              HOUSEHOLDING REPORT LISTS EVERY GROUP WITH ITS
004000*              MEMBERS SO A ROW CAN BE TRACED TO ITS CARD.
004100*              GREETRCN THEREFORE RECONCILES THE SAME WHETHER OR
004200*              NOT THIS STEP RAN.
004300*
004400*              THE OUTPUT STAYS IN LANGUAGE AND POSTAL-CODE
004410*              ORDER, THE ORDER CARDPRNT EXPECTS. A JOB-STATUS ROW
004420*              (CARDS WRITTEN AS THE GREETED COUNT, CARDS SAVED AS
004430*              THE SKIP COUNT) IS APPENDED ON EVERY EXIT FOR THE
004440*              MAILREL RELEASE GATE.
004600*----------------------------------------------------------------
004700* MODIFICATION HISTORY
004800*   2026-09-14 RH  INITIAL VERSION.
004810*   2026-09-21 RH  APPENDS A JOB-STATUS ROW ON EVERY EXIT SO
004820*                  MAILREL CAN ALLOW FOR THE CARDS SAVED WHEN IT
004830*                  BALANCES THE EXTRACT AGAINST HELLOCM'S COUNTS.
004840*   2026-09-24 RH  ZEROES THE NEW JOB-STATUS CARD AND ELECTRONIC
004850*                  COUNTS, WHICH ONLY THE GREETING DRIVERS CARRY.
004900*----------------------------------------------------------------
005000
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT MAIL-EXTRACT-FILE ASSIGN TO "MAILEXTR"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS HH-ME-FILE-STATUS.
005700
005800     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS CM-CUSTOMER-ID
006200         FILE STATUS IS HH-CM-FILE-STATUS.
006300
006400     SELECT HOUSE-EXTRACT-FILE ASSIGN TO "HOUSEXTR"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS HH-HX-FILE-STATUS.
006700
006800     SELECT REPORT-FILE ASSIGN TO "HHRPTFIL"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS HH-RF-FILE-STATUS.
007010
007020     SELECT JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
007030         ORGANIZATION IS LINE SEQUENTIAL
007040         FILE STATUS IS HH-JS-FILE-STATUS.
007100
007200     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK04".
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  MAIL-EXTRACT-FILE.
007700     COPY MAILEXTR.
007800
007900 FD  CUSTOMER-MASTER-FILE.
008000     COPY CUSTMAS.
008100
008200*----------------------------------------------------------------
008300* HOUSE-EXTRACT-RECORD - THE CONSOLIDATED EXTRACT, IN THE
008400*                        MAILEXTR LAYOUT. ONLY THE FIELDS THIS
008500*                        STEP REPLACES ARE BROKEN OUT.
008600*----------------------------------------------------------------
008700 FD  HOUSE-EXTRACT-FILE.
008800 01  HOUSE-EXTRACT-RECORD.
008900     05  HX-LANGUAGE-CODE        PIC X(02).
009000     05  HX-POSTAL-CODE          PIC X(10).
009100     05  HX-CUSTOMER-ID          PIC X(10).
009200     05  HX-GREETING             PIC X(80).
009300     05  FILLER                  PIC X(82).
009400
009500 FD  REPORT-FILE.
009600 01  REPORT-RECORD               PIC X(132).
009610
009620 FD  JOB-STATUS-FILE.
009630     COPY JOBSTAT.
009700
009800*----------------------------------------------------------------
009900* SORT-RECORD - SR-HOUSE-KEY IS THE GROUPING KEY. LANGUAGE AND
010000*               POSTAL CODE LEAD IT SO THE SORTED OUTPUT KEEPS
010100*               CARDPRNT'S ORDER; SR-HOUSE-LAST IS SPACES FOR A
010200*               CUSTOMER WHO CANNOT BE HOUSEHOLDED.
010300*----------------------------------------------------------------
010400 SD  SORT-WORK-FILE.
010500 01  SORT-RECORD.
010600     05  SR-HOUSE-KEY.
010700         10  SR-LANGUAGE-CODE    PIC X(02).
010800         10  SR-HOUSE-POSTAL     PIC X(10).
010900         10  SR-HOUSE-ADDR       PIC X(30).
011000         10  SR-HOUSE-LAST       PIC X(20).
011100     05  SR-CUSTOMER-ID          PIC X(10).
011200     05  SR-LAST-NAME            PIC X(20).
011300     05  SR-MEMBER-NAME          PIC X(32).
011400     05  SR-EXTRACT              PIC X(184).
011500
011600 WORKING-STORAGE SECTION.
011700 77  HH-EOF-SW               PIC X(01) VALUE "N".
011800     88  HH-EOF                        VALUE "Y".
011900 77  HH-ME-FILE-STATUS       PIC X(02).
012000 77  HH-ME-OPEN-SW           PIC X(01) VALUE "N".
012100     88  HH-ME-OPEN                    VALUE "Y".
012200 77  HH-CM-FILE-STATUS       PIC X(02).
012300 77  HH-CM-OPEN-SW           PIC X(01) VALUE "N".
012400     88  HH-CM-OPEN                    VALUE "Y".
012500 77  HH-HX-FILE-STATUS       PIC X(02).
012600 77  HH-HX-OPEN-SW           PIC X(01) VALUE "N".
012700     88  HH-HX-OPEN                    VALUE "Y".
012800 77  HH-RF-FILE-STATUS       PIC X(02).
012900 77  HH-RF-OPEN-SW           PIC X(01) VALUE "N".
013000     88  HH-RF-OPEN                    VALUE "Y".
013010 77  HH-JS-FILE-STATUS       PIC X(02).
013100 77  HH-SORT-EOF-SW          PIC X(01) VALUE "N".
013200     88  HH-SORT-EOF                   VALUE "Y".
013300 77  HH-READ-COUNT           PIC 9(08) COMP VALUE 0.
013400 77  HH-NOT-ON-FILE-COUNT    PIC 9(08) COMP VALUE 0.
013500 77  HH-HOUSEHOLD-COUNT      PIC 9(08) COMP VALUE 0.
013600 77  HH-MEMBERS-COUNT        PIC 9(08) COMP VALUE 0.
013700 77  HH-CARDS-WRITTEN        PIC 9(08) COMP VALUE 0.
013800 77  HH-CARDS-SAVED          PIC 9(08) COMP VALUE 0.
013900 77  HH-FALLBACK-COUNT       PIC 9(08) COMP VALUE 0.
014000 77  HH-MEMBER-COUNT         PIC 9(04) COMP VALUE 0.
014100 77  HH-MEMBER-IDX           PIC 9(04) COMP.
014200 77  HH-NORM-IDX             PIC 9(04) COMP.
014300 77  HH-NORM-OUT-LEN         PIC 9(04) COMP.
014400 77  HH-NORM-CHAR            PIC X(01).
014500 77  HH-NORM-IN              PIC X(30).
014600 77  HH-NORM-OUT             PIC X(30).
014700 77  HH-CHECK-NAME           PIC X(41).
014800 77  HH-HOUSE-NAME           PIC X(32).
014900 77  HH-GREET-LANGUAGE       PIC X(02).
015000 77  HH-SALUTATION-SWITCH    PIC X(01) VALUE "N".
015100 77  HH-FALLBACK-SWITCH      PIC X(01) VALUE "N".
015200     88  HH-LANGUAGE-FELL-BACK         VALUE "Y".
015300 77  HH-OCCASION-CODE        PIC X(02) VALUE SPACES.
015400 77  HH-FORMATTED-GREETING   PIC X(80).
015500 77  HH-RUN-DATE             PIC X(08).
015600 77  HH-RUN-TIME             PIC X(08).
015610 77  HH-END-DATE             PIC X(08) VALUE SPACES.
015620 77  HH-END-TIME             PIC X(08) VALUE SPACES.
015630 77  HH-ENV-NAME             PIC X(20).
015640 77  HH-JOB-ID               PIC X(08).
015900 77  HH-COUNT-EDIT           PIC ZZZZZZZ9.
016000 77  HH-MEMBER-EDIT          PIC ZZZ9.
016100 01  HH-REPORT-LINE          PIC X(132).
016200 01  HH-GROUP-KEY            PIC X(62).
016300 01  HH-GROUP-LAST-NAME      PIC X(20).
016400 01  HH-GREETING-FORMAT.
016500     COPY GREETFMT.
016600*----------------------------------------------------------------
016700* HH-MEMBER-TABLE - THE CUSTOMERS OF THE HOUSEHOLD BEING BUILT,
016800*                   IN CUSTOMER-ID ORDER. A GROUP THAT FILLS THE
016900*                   TABLE IS CLOSED AS ONE HOUSEHOLD AND THE
017000*                   REST OF THE ADDRESS STARTS ANOTHER - NO
017100*                   MEMBER IS EVER DROPPED.
017200*----------------------------------------------------------------
017300 01  HH-MEMBER-TABLE.
017400     05  HH-MEMBER OCCURS 50 TIMES.
017500         10  HH-MEMBER-ID        PIC X(10).
017600         10  HH-MEMBER-NAME      PIC X(32).
017700         10  HH-MEMBER-EXTRACT   PIC X(184).
017800
017900 PROCEDURE DIVISION.
018000
018100*----------------------------------------------------------------
018200* 0000-MAINLINE - THE SORT DRIVES THE PASS: THE INPUT PROCEDURE
018300*                 RELEASES EACH EXTRACT RECORD UNDER ITS
018400*                 HOUSEHOLD KEY, AND THE OUTPUT PROCEDURE
018500*                 COLLAPSES EACH RUN OF EQUAL KEYS INTO ONE
018600*                 CARD.
018700*----------------------------------------------------------------
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019000     SORT SORT-WORK-FILE
019100         ON ASCENDING KEY SR-HOUSE-KEY
019200         ON ASCENDING KEY SR-CUSTOMER-ID
019300         INPUT PROCEDURE IS 2000-RELEASE-EXTRACT
019400             THRU 2000-EXIT
019500         OUTPUT PROCEDURE IS 3000-BUILD-HOUSEHOLDS
019600             THRU 3000-EXIT.
019700     PERFORM 5000-WRITE-REPORT-TRAILER THRU 5000-EXIT.
019800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019900     GO TO 9999-EXIT.
020000
020100*----------------------------------------------------------------
020200* 1000-INITIALIZE - OPEN FILES AND WRITE THE REPORT HEADER.
020300*                   EACH FILE'S OPEN SWITCH IS SET ONLY AFTER
020400*                   ITS OPEN SUCCEEDS, SO 9000-TERMINATE NEVER
020500*                   CLOSES A FILE THAT WAS NEVER OPENED.
020600*----------------------------------------------------------------
020700 1000-INITIALIZE.
020710     ACCEPT HH-RUN-DATE FROM DATE YYYYMMDD.
020720     ACCEPT HH-RUN-TIME FROM TIME.
020730     MOVE "JOBNAME" TO HH-ENV-NAME.
020740     DISPLAY HH-ENV-NAME UPON ENVIRONMENT-NAME.
020750     ACCEPT HH-JOB-ID FROM ENVIRONMENT-VALUE.
020800     OPEN INPUT MAIL-EXTRACT-FILE.
020900     IF HH-ME-FILE-STATUS NOT = "00"
021000         DISPLAY "HOUSEHLD: UNABLE TO OPEN MAIL EXTRACT - "
021100             "STATUS " HH-ME-FILE-STATUS
021200         MOVE 16 TO RETURN-CODE
021300         PERFORM 9000-TERMINATE THRU 9000-EXIT
021400         GO TO 9999-EXIT
021500     END-IF.
021600     SET HH-ME-OPEN TO TRUE.
021700     OPEN INPUT CUSTOMER-MASTER-FILE.
021800     IF HH-CM-FILE-STATUS NOT = "00"
021900         DISPLAY "HOUSEHLD: UNABLE TO OPEN CUSTOMER MASTER - "
022000             "STATUS " HH-CM-FILE-STATUS
022100         MOVE 16 TO RETURN-CODE
022200         PERFORM 9000-TERMINATE THRU 9000-EXIT
022300         GO TO 9999-EXIT
022400     END-IF.
022500     SET HH-CM-OPEN TO TRUE.
022600     OPEN OUTPUT HOUSE-EXTRACT-FILE.
022700     IF HH-HX-FILE-STATUS NOT = "00"
022800         DISPLAY "HOUSEHLD: UNABLE TO OPEN HOUSEHOLD EXTRACT - "
022900             "STATUS " HH-HX-FILE-STATUS
023000         MOVE 16 TO RETURN-CODE
023100         PERFORM 9000-TERMINATE THRU 9000-EXIT
023200         GO TO 9999-EXIT
023300     END-IF.
023400     SET HH-HX-OPEN TO TRUE.
023500     OPEN OUTPUT REPORT-FILE.
023600     IF HH-RF-FILE-STATUS NOT = "00"
023700         DISPLAY "HOUSEHLD: UNABLE TO OPEN REPORT-FILE - STATUS "
023800             HH-RF-FILE-STATUS
023900         MOVE 16 TO RETURN-CODE
024000         PERFORM 9000-TERMINATE THRU 9000-EXIT
024100         GO TO 9999-EXIT
024200     END-IF.
024300     SET HH-RF-OPEN TO TRUE.
024600     MOVE SPACES TO HH-REPORT-LINE.
024700     STRING "HOUSEHOLDING REPORT - STARTED "
024800         HH-RUN-DATE " " HH-RUN-TIME
024900         INTO HH-REPORT-LINE.
025000     WRITE REPORT-RECORD FROM HH-REPORT-LINE.
025100 1000-EXIT.
025200     EXIT.
025300
025400*----------------------------------------------------------------
025500* 2000-RELEASE-EXTRACT - SORT INPUT: ONE RECORD PER EXTRACT
025600*                        RECORD UNDER ITS HOUSEHOLD KEY. THE
025700*                        LAST NAME AND THE MEMBER NAME FOR THE
025800*                        REPORT ARE READ FROM THE CUSTOMER
025900*                        MASTER; THE MEMBER NAME FALLS BACK TO
026000*                        FIRST/LAST WHEN CM-NAME IS BLANK, AS
026100*                        THE AUDIT ROW'S DOES.
026200*----------------------------------------------------------------
026300 2000-RELEASE-EXTRACT.
026400     READ MAIL-EXTRACT-FILE
026500         AT END SET HH-EOF TO TRUE
026600     END-READ.
026700     PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
026800         UNTIL HH-EOF.
026900 2000-EXIT.
027000     EXIT.
027100
027200 2100-RELEASE-ONE.
027300     ADD 1 TO HH-READ-COUNT.
027400     MOVE SPACES TO SORT-RECORD.
027500     MOVE MAIL-EXTRACT-RECORD TO SR-EXTRACT.
027600     MOVE ME-LANGUAGE-CODE TO SR-LANGUAGE-CODE.
027700     MOVE ME-CUSTOMER-ID TO SR-CUSTOMER-ID.
027800     MOVE ME-POSTAL-CODE TO HH-NORM-IN.
027900     PERFORM 2500-NORMALIZE THRU 2500-EXIT.
028000     MOVE HH-NORM-OUT TO SR-HOUSE-POSTAL.
028100     MOVE ME-ADDR-LINE-1 TO HH-NORM-IN.
028200     PERFORM 2500-NORMALIZE THRU 2500-EXIT.
028300     MOVE HH-NORM-OUT TO SR-HOUSE-ADDR.
028400     MOVE ME-CUSTOMER-ID TO CM-CUSTOMER-ID.
028500     READ CUSTOMER-MASTER-FILE
028600         INVALID KEY
028700             ADD 1 TO HH-NOT-ON-FILE-COUNT
028800             GO TO 2100-RELEASE
028900     END-READ.
029000     MOVE CM-NAME TO SR-MEMBER-NAME.
029100     IF CM-NAME = SPACES
029200         MOVE SPACES TO HH-CHECK-NAME
029300         STRING FUNCTION TRIM(CM-FIRST-NAME) " "
029400             FUNCTION TRIM(CM-LAST-NAME)
029500             INTO HH-CHECK-NAME
029600         MOVE HH-CHECK-NAME(1:32) TO SR-MEMBER-NAME
029700     END-IF.
029800     IF CM-LAST-NAME NOT = SPACES
029900         AND SR-HOUSE-ADDR NOT = SPACES
030000         MOVE CM-LAST-NAME TO SR-LAST-NAME
030100         MOVE FUNCTION UPPER-CASE(CM-LAST-NAME)
030200             TO SR-HOUSE-LAST
030300     END-IF.
030400 2100-RELEASE.
030500     RELEASE SORT-RECORD.
030600     READ MAIL-EXTRACT-FILE
030700         AT END SET HH-EOF TO TRUE
030800     END-READ.
030900 2100-EXIT.
031000     EXIT.
031100
031200*----------------------------------------------------------------
031300* 2500-NORMALIZE - HH-NORM-IN TO HH-NORM-OUT: UPPER-CASED,
031400*                  LETTERS AND DIGITS KEPT, EVERY RUN OF
031500*                  SPACES AND PUNCTUATION SQUEEZED TO A SINGLE
031600*                  SPACE, NO LEADING SPACE.
031700*----------------------------------------------------------------
031800 2500-NORMALIZE.
031900     MOVE FUNCTION UPPER-CASE(HH-NORM-IN) TO HH-NORM-IN.
032000     MOVE SPACES TO HH-NORM-OUT.
032100     MOVE 0 TO HH-NORM-OUT-LEN.
032200     PERFORM 2510-NORMALIZE-CHAR THRU 2510-EXIT
032300         VARYING HH-NORM-IDX FROM 1 BY 1
032400         UNTIL HH-NORM-IDX > 30.
032500 2500-EXIT.
032600     EXIT.
032700
032800 2510-NORMALIZE-CHAR.
032900     MOVE HH-NORM-IN(HH-NORM-IDX:1) TO HH-NORM-CHAR.
033000     IF (HH-NORM-CHAR >= "A" AND HH-NORM-CHAR <= "Z")
033100         OR (HH-NORM-CHAR >= "0" AND HH-NORM-CHAR <= "9")
033200         ADD 1 TO HH-NORM-OUT-LEN
033300         MOVE HH-NORM-CHAR TO HH-NORM-OUT(HH-NORM-OUT-LEN:1)
033400         GO TO 2510-EXIT
033500     END-IF.
033600     IF HH-NORM-OUT-LEN > 0
033700         AND HH-NORM-OUT(HH-NORM-OUT-LEN:1) NOT = SPACE
033800         ADD 1 TO HH-NORM-OUT-LEN
033900     END-IF.
034000 2510-EXIT.
034100     EXIT.
034200
034300*----------------------------------------------------------------
034400* 3000-BUILD-HOUSEHOLDS - SORT OUTPUT: COLLECT EACH RUN OF
034500*                         RECORDS SHARING A HOUSEHOLD KEY, AND
034600*                         CLOSE THE GROUP WHEN THE KEY BREAKS.
034700*                         A RECORD WITH NO LAST NAME ON ITS KEY
034800*                         IS ALWAYS A GROUP OF ONE.
034900*----------------------------------------------------------------
035000 3000-BUILD-HOUSEHOLDS.
035100     RETURN SORT-WORK-FILE
035200         AT END SET HH-SORT-EOF TO TRUE
035300     END-RETURN.
035400     PERFORM 3100-COLLECT-ONE THRU 3100-EXIT
035500         UNTIL HH-SORT-EOF.
035600     IF HH-MEMBER-COUNT > 0
035700         PERFORM 3500-CLOSE-GROUP THRU 3500-EXIT
035800     END-IF.
035900 3000-EXIT.
036000     EXIT.
036100
036200 3100-COLLECT-ONE.
036300     IF HH-MEMBER-COUNT > 0
036400         AND (SR-HOUSE-KEY NOT = HH-GROUP-KEY
036500             OR SR-HOUSE-LAST = SPACES
036600             OR HH-MEMBER-COUNT >= 50)
036700         PERFORM 3500-CLOSE-GROUP THRU 3500-EXIT
036800     END-IF.
036900     IF HH-MEMBER-COUNT = 0
037000         MOVE SR-HOUSE-KEY TO HH-GROUP-KEY
037100         MOVE SR-LAST-NAME TO HH-GROUP-LAST-NAME
037200     END-IF.
037300     ADD 1 TO HH-MEMBER-COUNT.
037400     MOVE SR-CUSTOMER-ID TO HH-MEMBER-ID(HH-MEMBER-COUNT).
037500     MOVE SR-MEMBER-NAME TO HH-MEMBER-NAME(HH-MEMBER-COUNT).
037600     MOVE SR-EXTRACT TO HH-MEMBER-EXTRACT(HH-MEMBER-COUNT).
037700     RETURN SORT-WORK-FILE
037800         AT END SET HH-SORT-EOF TO TRUE
037900     END-RETURN.
038000 3100-EXIT.
038100     EXIT.
038200
038300*----------------------------------------------------------------
038400* 3500-CLOSE-GROUP - A GROUP OF ONE IS WRITTEN THROUGH
038500*                    UNCHANGED. A LARGER GROUP BECOMES ONE CARD
038600*                    ON THE FIRST (LOWEST-ID) MEMBER'S RECORD,
038700*                    WITH THE GREETING REBUILT BY GREET FOR
038800*                    "THE <LAST> HOUSEHOLD" IN THE GROUP'S
038900*                    LANGUAGE, AND IS LISTED ON THE REPORT WITH
039000*                    EVERY MEMBER.
039100*----------------------------------------------------------------
039200 3500-CLOSE-GROUP.
039300     MOVE HH-MEMBER-EXTRACT(1) TO HOUSE-EXTRACT-RECORD.
039400     IF HH-MEMBER-COUNT = 1
039500         GO TO 3500-WRITE
039600     END-IF.
039700     ADD 1 TO HH-HOUSEHOLD-COUNT.
039800     ADD HH-MEMBER-COUNT TO HH-MEMBERS-COUNT.
039900     COMPUTE HH-CARDS-SAVED = HH-CARDS-SAVED
040000         + HH-MEMBER-COUNT - 1.
040100     MOVE SPACES TO HH-HOUSE-NAME.
040200     STRING "The " DELIMITED BY SIZE
040300         HH-GROUP-LAST-NAME DELIMITED BY "  "
040400         " Household" DELIMITED BY SIZE
040500         INTO HH-HOUSE-NAME.
040600     MOVE HX-LANGUAGE-CODE TO HH-GREET-LANGUAGE.
040700     MOVE SPACES TO HH-GREETING-FORMAT.
040800     MOVE "N" TO HH-SALUTATION-SWITCH.
040900     CALL "GREET" USING HH-HOUSE-NAME HH-GREET-LANGUAGE
041000         HH-SALUTATION-SWITCH HH-GREETING-FORMAT
041100         HH-FORMATTED-GREETING HH-FALLBACK-SWITCH
041200         HH-OCCASION-CODE.
041300     IF HH-LANGUAGE-FELL-BACK
041400         ADD 1 TO HH-FALLBACK-COUNT
041500     END-IF.
041600     MOVE HH-FORMATTED-GREETING TO HX-GREETING.
041700     MOVE HH-MEMBER-COUNT TO HH-MEMBER-EDIT.
041800     MOVE SPACES TO HH-REPORT-LINE.
041900     STRING "HOUSEHOLD: " HX-LANGUAGE-CODE " "
042000         HX-POSTAL-CODE " " HH-GROUP-KEY(13:30) " "
042100         HH-MEMBER-EDIT " MEMBERS - " HH-HOUSE-NAME
042200         INTO HH-REPORT-LINE.
042300     WRITE REPORT-RECORD FROM HH-REPORT-LINE.
042400     PERFORM 3600-LIST-MEMBER THRU 3600-EXIT
042500         VARYING HH-MEMBER-IDX FROM 1 BY 1
042600         UNTIL HH-MEMBER-IDX > HH-MEMBER-COUNT.
042700 3500-WRITE.
042800     WRITE HOUSE-EXTRACT-RECORD.
042900     ADD 1 TO HH-CARDS-WRITTEN.
043000     MOVE 0 TO HH-MEMBER-COUNT.
043100 3500-EXIT.
043200     EXIT.
043300
043400 3600-LIST-MEMBER.
043500     MOVE SPACES TO HH-REPORT-LINE.
043600     STRING "    MEMBER: " HH-MEMBER-ID(HH-MEMBER-IDX) " "
043700         HH-MEMBER-NAME(HH-MEMBER-IDX)
043800         INTO HH-REPORT-LINE.
043900     WRITE REPORT-RECORD FROM HH-REPORT-LINE.
044000 3600-EXIT.
044100     EXIT.
044200
044300*----------------------------------------------------------------
044400* 5000-WRITE-REPORT-TRAILER - TOTALS AND END TIMESTAMP. CARDS
044500*                             READ LESS CARDS WRITTEN IS THE
044600*                             POSTAGE SAVED.
044700*----------------------------------------------------------------
044800 5000-WRITE-REPORT-TRAILER.
044900     ACCEPT HH-END-DATE FROM DATE YYYYMMDD.
045000     ACCEPT HH-END-TIME FROM TIME.
045100     MOVE SPACES TO HH-REPORT-LINE.
045200     MOVE HH-READ-COUNT TO HH-COUNT-EDIT.
045300     STRING "EXTRACT RECORDS READ: " HH-COUNT-EDIT
045400         INTO HH-REPORT-LINE.
045500     WRITE REPORT-RECORD FROM HH-REPORT-LINE.
045600     MOVE SPACES TO HH-REPORT-LINE.
045700     MOVE HH-NOT-ON-FILE-COUNT TO HH-COUNT-EDIT.
045800     STRING "NOT ON CUSTOMER MASTER - SENT SINGLY: "
045900         HH-COUNT-EDIT
046000         INTO HH-REPORT-LINE.
046100     WRITE REPORT-RECORD FROM HH-REPORT-LINE.
046200     MOVE SPACES TO HH-REPORT-LINE.
046300     MOVE HH-HOUSEHOLD-COUNT TO HH-COUNT-EDIT.
046400     STRING "HOUSEHOLDS FORMED: " HH-COUNT-EDIT
046500         INTO HH-REPORT-LINE.
046600     WRITE REPORT-RECORD FROM HH-REPORT-LINE.
046700     MOVE SPACES TO HH-REPORT-LINE.
046800     MOVE HH-MEMBERS-COUNT TO HH-COUNT-EDIT.
046900     STRING "CUSTOMERS IN HOUSEHOLDS: " HH-COUNT-EDIT
047000         INTO HH-REPORT-LINE.
047100     WRITE REPORT-RECORD FROM HH-REPORT-LINE.
047200     MOVE SPACES TO HH-REPORT-LINE.
047300     MOVE HH-CARDS-WRITTEN TO HH-COUNT-EDIT.
047400     STRING "CARDS WRITTEN: " HH-COUNT-EDIT
047500         INTO HH-REPORT-LINE.
047600     WRITE REPORT-RECORD FROM HH-REPORT-LINE.
047700     MOVE SPACES TO HH-REPORT-LINE.
047800     MOVE HH-CARDS-SAVED TO HH-COUNT-EDIT.
047900     STRING "CARDS SAVED: " HH-COUNT-EDIT
048000         INTO HH-REPORT-LINE.
048100     WRITE REPORT-RECORD FROM HH-REPORT-LINE.
048200     MOVE SPACES TO HH-REPORT-LINE.
048300     MOVE HH-FALLBACK-COUNT TO HH-COUNT-EDIT.
048400     STRING "UNKNOWN-LANGUAGE FALLBACKS: " HH-COUNT-EDIT
048500         INTO HH-REPORT-LINE.
048600     WRITE REPORT-RECORD FROM HH-REPORT-LINE.
048700     MOVE SPACES TO HH-REPORT-LINE.
048800     STRING "RUN STARTED " HH-RUN-DATE " " HH-RUN-TIME
048900         " - ENDED " HH-END-DATE " " HH-END-TIME
049000         INTO HH-REPORT-LINE.
049100     WRITE REPORT-RECORD FROM HH-REPORT-LINE.
049200 5000-EXIT.
049300     EXIT.
049400
049401*----------------------------------------------------------------
049402* 8000-WRITE-JOB-STATUS - APPEND THE MACHINE-READABLE STATUS
049403*                         RECORD: CARDS WRITTEN AS THE GREETED
049404*                         COUNT, CARDS SAVED AS THE SKIP COUNT.
049405*                         PERFORMED FROM 9000-TERMINATE SO THE
049406*                         ABORT PATHS LEAVE A STATUS RECORD TOO -
049407*                         AN ABORT SKIPS THE TRAILER, SO THE END
049408*                         STAMP IS TAKEN HERE WHEN IT IS STILL
049409*                         BLANK.
049410*----------------------------------------------------------------
049411 8000-WRITE-JOB-STATUS.
049412     IF HH-END-DATE = SPACES
049413         ACCEPT HH-END-DATE FROM DATE YYYYMMDD
049414         ACCEPT HH-END-TIME FROM TIME
049415     END-IF.
049416     OPEN EXTEND JOB-STATUS-FILE.
049417     IF HH-JS-FILE-STATUS = "35"
049418         OPEN OUTPUT JOB-STATUS-FILE
049419     END-IF.
049420     IF HH-JS-FILE-STATUS NOT = "00"
049421         DISPLAY "HOUSEHLD: UNABLE TO OPEN JOB-STATUS FILE - "
049422             "STATUS " HH-JS-FILE-STATUS
049423         GO TO 8000-EXIT
049424     END-IF.
049425     MOVE "HOUSEHLD" TO JS-PROGRAM-ID.
049426     MOVE HH-RUN-DATE TO JS-RUN-DATE.
049427     MOVE HH-RUN-TIME TO JS-RUN-TIME.
049428     MOVE HH-END-DATE TO JS-END-DATE.
049429     MOVE HH-END-TIME TO JS-END-TIME.
049430     MOVE HH-JOB-ID TO JS-JOB-ID.
049431     MOVE SPACE TO JS-PARTITION-ID.
049432     MOVE HH-CARDS-WRITTEN TO JS-GREETED-COUNT.
049433     MOVE ZERO TO JS-EXCEPTION-COUNT.
049434     MOVE HH-CARDS-SAVED TO JS-SKIP-COUNT.
049435     MOVE ZERO TO JS-FALLBACK-COUNT.
049436     MOVE ZERO TO JS-SUPPRESS-COUNT.
049437     MOVE ZERO TO JS-UNDELIV-COUNT.
049438     IF RETURN-CODE = 16
049439         MOVE "F" TO JS-CHECKPOINT-STATE
049440     ELSE
049441         MOVE "E" TO JS-CHECKPOINT-STATE
049442     END-IF.
049443     MOVE RETURN-CODE TO JS-RETURN-CODE.
049444     MOVE SPACES TO JS-CAMPAIGN-CODE.
049445     MOVE ZERO TO JS-NO-ADDRESS-COUNT.
049446     MOVE "N" TO JS-RESTART-FLAG.
049447     MOVE ZERO TO JS-CARD-COUNT.
049448     MOVE ZERO TO JS-ELECTRONIC-COUNT.
049449     WRITE JOB-STATUS-RECORD.
049450     CLOSE JOB-STATUS-FILE.
049451 8000-EXIT.
049452     EXIT.
049453
049500*----------------------------------------------------------------
049510* 9000-TERMINATE - WRITE THE JOB-STATUS RECORD, THEN CLOSE
049520*                  WHATEVER FILES THIS RUN ACTUALLY OPENED.
049530*                  EVERY EXIT - NORMAL OR ABORT - COMES THROUGH
049540*                  HERE, SO THE SCHEDULER ALWAYS GETS A STATUS
049550*                  RECORD. A RUN THAT ABORTS PARTWAY THROUGH
049560*                  1000-INITIALIZE MAY NOT HAVE OPENED EVERY
049570*                  FILE YET, AND CLOSING ONE THAT WAS NEVER
049580*                  OPENED IS A FATAL RUNTIME ERROR, NOT A NO-OP.
049590*----------------------------------------------------------------
049600 9000-TERMINATE.
049610     PERFORM 8000-WRITE-JOB-STATUS THRU 8000-EXIT.
050300     IF HH-ME-OPEN
050400         CLOSE MAIL-EXTRACT-FILE
050500     END-IF.
050600     IF HH-CM-OPEN
050700         CLOSE CUSTOMER-MASTER-FILE
050800     END-IF.
050900     IF HH-HX-OPEN
051000         CLOSE HOUSE-EXTRACT-FILE
051100     END-IF.
051200     IF HH-RF-OPEN
051300         CLOSE REPORT-FILE
051400     END-IF.
051500 9000-EXIT.
051600     EXIT.
051700
051800 9999-EXIT.
051900     EXIT PROGRAM.
