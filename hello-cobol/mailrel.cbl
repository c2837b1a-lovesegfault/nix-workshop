000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MAILREL.
000300 AUTHOR. R-HENDRICKS.
000400 INSTALLATION. DATA-PROCESSING-CENTER.
000500 DATE-WRITTEN. 2026-09-21.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MAILREL    - CONTROL-TOTALS RELEASE GATE FOR THE MAIL-HOUSE
000900*              EXTRACT. RUNS AFTER THE NIGHT'S GREETING,
001000*              HOUSEHOLD, RECONCILIATION AND CARD-PRINT STEPS
001100*              AND BEFORE TRANSMISSION. IT READS THE NIGHT'S
001200*              JOB-STATUS ROWS, COUNTS THE MAIL EXTRACT BY
001300*              LANGUAGE, AND BALANCES THE TWO:
001400*                - EVERY EXPECTED HELLOCM PARTITION RAN AND ENDED
001500*                  CLEAN (STATE E, RC 0 OR 4),
001600*                - GREETRCN RAN FOR THE DATE AND RECONCILED CLEAN,
001700*                - THE EXTRACT HOLDS EXACTLY HELLOCM'S GREETED
001800*                  LESS ELECTRONIC LESS NO-ADDRESS TOTAL (LESS
001900*                  THE CARDS HOUSEHLD SAVED, WHEN HOUSEHOLDING
002000*                  RAN), IN LANGUAGE/POSTAL-CODE ORDER,
002100*                - CARDPRNT, WHEN CHECKED, COMPOSED ONE CARD PER
002200*                  EXTRACT RECORD.
002300*              WHEN EVERYTHING AGREES THE EXTRACT IS COPIED TO THE
002400*              TRANSMISSION FILE MAILXMIT BETWEEN A HEADER AND A
002500*              TRAILER (XMITREC LAYOUT) CARRYING THE RUN DATE,
002600*              RECORD COUNT AND HASH TOTAL. WHEN ANYTHING
002700*              DISAGREES THE RELEASE IS REFUSED WITH RETURN
002800*              CODE 16, THE REPORT SAYS WHICH FIGURE IS OFF, AND
002900*              MAILXMIT IS LEFT EMPTY - IT IS EMPTIED AT THE
003000*              START OF EVERY RUN, SO AN EARLIER NIGHT'S FILE CAN
003100*              NEVER GO OUT IN ITS PLACE.
003200*
003300*              A HELLOCM PARTITION THAT ENDED ON A CHECKPOINT AND
003400*              WAS RESTARTED LEAVES ONE ROW PER LEG, AND THE
003500*              RESTART EXTENDS THE ABORTED LEG'S WORK FILE, SO THE
003600*              LEGS ARE ADDED: A ROW NOT FLAGGED AS A RESTART
003700*              STARTS THE PARTITION'S NIGHT OVER, EACH RESTART ROW
003800*              AFTER IT ADDS TO IT (EVEN PAST MIDNIGHT), AND THE
003900*              LAST LEG'S STATE AND RETURN CODE ARE THE ONES
004000*              CHECKED. FORECAST ROWS (HELLOCMF) ARE IGNORED.
004100*
004200*              PARM 1 IS THE RUN DATE TO RELEASE (YYYYMMDD,
004300*              DEFAULTING TO TODAY). PARM 2 LISTS THE HELLOCM
004400*              PARTITION IDS EXPECTED, E.G. "1234"; OMITTED OR
004500*              BLANK MEANS ONE UNPARTITIONED RUN. PARM 3,
004600*              OPTIONAL, IS THE HOUSEHLD JOB ID - GIVE IT WHEN
004700*              THE EXTRACT BEING RELEASED IS THE CONSOLIDATED
004800*              HOUSEXTR. PARM 4, OPTIONAL, IS THE CARDPRNT JOB
004900*              ID WHOSE CARD COUNT MUST MATCH THE EXTRACT. PARM
005000*              5, OPTIONAL, IS AN OCCASION RUN'S JOB ID: ITS
005100*              HELLOCM ROWS ARE LEFT OUT, AS IN GREETRCN, SINCE
005200*              ITS CARDS GO IN ITS OWN EXTRACT.
005210*              THE HOUSEHLD AND CARDPRNT ROWS TAKEN ARE THE LAST
005220*              UNDER THOSE JOB IDS DATED ON OR AFTER THE RUN
005230*              DATE, SINCE EITHER STEP MAY START PAST MIDNIGHT.
005300*----------------------------------------------------------------
005400* MODIFICATION HISTORY
005500*   2026-09-21 RH  INITIAL VERSION - A SORTED EXTRACT COULD GO TO
005600*                  THE MAIL HOUSE AFTER A NIGHT THAT HAD NOT
005700*                  BALANCED.
005710*   2026-09-24 RH  CUSTOMERS GREETED BY EMAIL ARE NOT IN THE MAIL
005720*                  EXTRACT, SO THE EXTRACT NOW BALANCES TO
005730*                  HELLOCM'S GREETED LESS ELECTRONIC LESS NO-
005740*                  ADDRESS. THE PARTITION LINE SHOWS THE EMAIL
005750*                  COUNT; A ROW WRITTEN BEFORE THE SPLIT COUNTS AS
005760*                  ALL CARD.
005770*   2026-10-15 RH  A HOUSEHLD OR CARDPRNT STEP THAT STARTS PAST
005780*                  MIDNIGHT IS NOW FOUND - THEIR ROWS ARE TAKEN
005790*                  FROM THE RUN DATE ON, NOT ON IT ALONE.
005800*----------------------------------------------------------------
005900
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS MR-JS-FILE-STATUS.
006600
006700     SELECT MAIL-EXTRACT-FILE ASSIGN TO "MAILEXTR"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS MR-ME-FILE-STATUS.
007000
007100     SELECT TRANSMISSION-FILE ASSIGN TO "MAILXMIT"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS MR-XM-FILE-STATUS.
007400
007500     SELECT REPORT-FILE ASSIGN TO "MRRPTFIL"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS MR-RF-FILE-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  JOB-STATUS-FILE.
008200     COPY JOBSTAT.
008300
008400 FD  MAIL-EXTRACT-FILE.
008500     COPY MAILEXTR.
008600
008700 FD  TRANSMISSION-FILE.
008800     COPY XMITREC.
008900 01  XMIT-DATA-RECORD            PIC X(184).
009000
009100 FD  REPORT-FILE.
009200 01  REPORT-RECORD               PIC X(132).
009300
009400 WORKING-STORAGE SECTION.
009500 77  MR-EOF-SW               PIC X(01) VALUE "N".
009600     88  MR-EOF                        VALUE "Y".
009700 77  MR-ME-EOF-SW            PIC X(01) VALUE "N".
009800     88  MR-ME-EOF                     VALUE "Y".
009900 77  MR-JS-FILE-STATUS       PIC X(02).
010000 77  MR-JS-OPEN-SW           PIC X(01) VALUE "N".
010100     88  MR-JS-OPEN                    VALUE "Y".
010200 77  MR-ME-FILE-STATUS       PIC X(02).
010300 77  MR-ME-OPEN-SW           PIC X(01) VALUE "N".
010400     88  MR-ME-OPEN                    VALUE "Y".
010500 77  MR-XM-FILE-STATUS       PIC X(02).
010600 77  MR-XM-OPEN-SW           PIC X(01) VALUE "N".
010700     88  MR-XM-OPEN                    VALUE "Y".
010800 77  MR-RF-FILE-STATUS       PIC X(02).
010900 77  MR-RF-OPEN-SW           PIC X(01) VALUE "N".
011000     88  MR-RF-OPEN                    VALUE "Y".
011100 77  MR-REFUSED-SW           PIC X(01) VALUE "N".
011200     88  MR-REFUSED                    VALUE "Y".
011300 77  MR-MATCH-FOUND-SW       PIC X(01) VALUE "N".
011400     88  MR-MATCH-FOUND                VALUE "Y".
011500 77  MR-ARGLEN               PIC 9(04) COMP.
011600 77  MR-TARGET-DATE          PIC X(08).
011700 77  MR-PARTITION-PARM       PIC X(09) VALUE SPACES.
011800 77  MR-HOUSEHOLD-JOB-ID     PIC X(08) VALUE SPACES.
011900 77  MR-CARDPRNT-JOB-ID      PIC X(08) VALUE SPACES.
012000 77  MR-OCCASION-JOB-ID      PIC X(08) VALUE SPACES.
012100 77  MR-ENV-NAME             PIC X(20).
012200 77  MR-JOB-ID               PIC X(08).
012300 77  MR-RUN-DATE             PIC X(08).
012400 77  MR-RUN-TIME             PIC X(08).
012500 77  MR-END-DATE             PIC X(08).
012600 77  MR-END-TIME             PIC X(08).
012700 77  MR-CHAR-IDX             PIC 9(04) COMP.
012800 77  MR-PART-IDX             PIC 9(04) COMP.
012900 77  MR-PART-COUNT           PIC 9(04) COMP VALUE 0.
013000 77  MR-LANG-IDX             PIC 9(04) COMP.
013100 77  MR-LANG-COUNT           PIC 9(04) COMP VALUE 0.
013200 77  MR-HASH-IDX             PIC 9(04) COMP.
013300 77  MR-PARTITION-ID         PIC X(01).
013400 77  MR-ROW-COUNT            PIC 9(08) COMP VALUE 0.
013500 77  MR-BAD-ROW-COUNT        PIC 9(08) COMP VALUE 0.
013600 77  MR-NO-ADDRESS-WORK      PIC 9(08) COMP.
013610 77  MR-ELECTRONIC-WORK      PIC 9(08) COMP.
013700 77  MR-EXPECTED-COUNT       PIC 9(08) COMP VALUE 0.
013800 77  MR-RELEASE-COUNT        PIC 9(08) COMP VALUE 0.
013900 77  MR-EXTRACT-COUNT        PIC 9(08) COMP VALUE 0.
014000 77  MR-COPY-COUNT           PIC 9(08) COMP VALUE 0.
014100 77  MR-SEQUENCE-ERRORS      PIC 9(08) COMP VALUE 0.
014200 77  MR-LANG-OVERFLOW        PIC 9(08) COMP VALUE 0.
014300 77  MR-HASH-TOTAL           PIC 9(12) COMP VALUE 0.
014400 77  MR-RCN-FOUND-SW         PIC X(01) VALUE "N".
014500     88  MR-RCN-FOUND                  VALUE "Y".
014600 77  MR-RCN-STATE            PIC X(01).
014700 77  MR-RCN-RC               PIC 9(02).
014800 77  MR-RCN-AUDIT-ROWS       PIC 9(08) COMP VALUE 0.
014900 77  MR-RCN-DISCREPANCIES    PIC 9(08) COMP VALUE 0.
015000 77  MR-HH-FOUND-SW          PIC X(01) VALUE "N".
015100     88  MR-HH-FOUND                   VALUE "Y".
015200 77  MR-HH-STATE             PIC X(01).
015300 77  MR-HH-RC                PIC 9(02).
015400 77  MR-HH-WRITTEN           PIC 9(08) COMP VALUE 0.
015500 77  MR-HH-SAVED             PIC 9(08) COMP VALUE 0.
015600 77  MR-HH-READ              PIC 9(08) COMP VALUE 0.
015700 77  MR-CP-FOUND-SW          PIC X(01) VALUE "N".
015800     88  MR-CP-FOUND                   VALUE "Y".
015900 77  MR-CP-STATE             PIC X(01).
016000 77  MR-CP-RC                PIC 9(02).
016100 77  MR-CP-CARDS             PIC 9(08) COMP VALUE 0.
016200 77  MR-PART-LABEL           PIC X(04).
016300 77  MR-COUNT-EDIT           PIC ZZZZZZZ9.
016400 77  MR-COUNT-EDIT-2         PIC ZZZZZZZ9.
016500 77  MR-COUNT-EDIT-3         PIC ZZZZZZZ9.
016600 77  MR-COUNT-EDIT-4         PIC ZZZZZZZ9.
016610 77  MR-COUNT-EDIT-5         PIC ZZZZZZZ9.
016700 77  MR-HASH-EDIT            PIC ZZZZZZZZZZZ9.
016800 01  MR-PREV-KEY             PIC X(12) VALUE LOW-VALUES.
016900 01  MR-REPORT-LINE          PIC X(132).
017000*----------------------------------------------------------------
017100* MR-PARTITION-TABLE - ONE ENTRY PER HELLOCM PARTITION EXPECTED
017200*                      OR SEEN FOR THE RUN DATE. MR-PART-CHAIN-SW
017300*                      IS "N" UNTIL A FRESH RUN FOR THE DATE IS
017400*                      SEEN, "A" WHILE THAT RUN AND ITS RESTARTS
017500*                      ARE BEING ADDED UP, AND "X" ONCE A LATER
017600*                      NIGHT'S FRESH RUN CLOSES IT. THE PARTITION
017700*                      ID IS A SPACE OR 1-9, SO TEN ENTRIES HOLD
017800*                      EVERY CASE.
017900*----------------------------------------------------------------
018000 01  MR-PARTITION-TABLE.
018100     05  MR-PART-ENTRY OCCURS 10 TIMES.
018200         10  MR-PART-ID          PIC X(01).
018300         10  MR-PART-EXPECTED-SW PIC X(01).
018400             88  MR-PART-EXPECTED          VALUE "Y".
018500         10  MR-PART-CHAIN-SW    PIC X(01).
018600             88  MR-PART-NO-RUN            VALUE "N".
018700             88  MR-PART-ACTIVE            VALUE "A".
018800             88  MR-PART-CLOSED            VALUE "X".
018900         10  MR-PART-LEGS        PIC 9(04) COMP.
019000         10  MR-PART-GREETED     PIC 9(08) COMP.
019010         10  MR-PART-ELECTRONIC  PIC 9(08) COMP.
019100         10  MR-PART-NO-ADDRESS  PIC 9(08) COMP.
019200         10  MR-PART-STATE       PIC X(01).
019300         10  MR-PART-RC          PIC 9(02).
019400*----------------------------------------------------------------
019500* MR-LANGUAGE-TABLE - EXTRACT RECORDS PER LANGUAGE CODE, IN THE
019600*                     ORDER THE CODES APPEAR (THE EXTRACT IS
019700*                     SORTED, SO ALSO CARDPRNT'S SECTION ORDER).
019800*                     FIFTY CODES, LIKE CARDPRNT'S SECTION TABLE.
019900*----------------------------------------------------------------
020000 01  MR-LANGUAGE-TABLE.
020100     05  MR-LANG-ENTRY OCCURS 50 TIMES.
020200         10  MR-LANG-CODE        PIC X(02).
020300         10  MR-LANG-RECORDS     PIC 9(08) COMP.
020400
020500 PROCEDURE DIVISION.
020600
020700*----------------------------------------------------------------
020800* 0000-MAINLINE
020900*----------------------------------------------------------------
021000 0000-MAINLINE.
021100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021200     PERFORM 2100-CHECK-ONE-ROW THRU 2100-EXIT
021300         UNTIL MR-EOF.
021400     PERFORM 3000-COUNT-EXTRACT THRU 3000-EXIT.
021500     PERFORM 4000-CHECK-FIGURES THRU 4000-EXIT.
021600     IF NOT MR-REFUSED
021700         PERFORM 6000-WRITE-TRANSMISSION THRU 6000-EXIT
021800     END-IF.
021900     PERFORM 5000-WRITE-REPORT-TRAILER THRU 5000-EXIT.
022000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022100     GO TO 9999-EXIT.
022200
022300*----------------------------------------------------------------
022400* 1000-INITIALIZE - READ THE PARMS, EMPTY THE TRANSMISSION FILE,
022500*                   OPEN THE REST AND WRITE THE REPORT HEADER.
022600*                   THE TRANSMISSION FILE IS OPENED FIRST SO THAT
022700*                   EVEN A RUN THAT ABORTS LEAVES IT EMPTY. A BAD
022800*                   PARM, OR NO JOB-STATUS FILE OR EXTRACT, ABORTS
022900*                   WITH RC 16 - NOTHING IS RELEASED. EACH FILE'S
023000*                   OPEN SWITCH IS SET ONLY AFTER ITS OPEN
023100*                   SUCCEEDS, SO 9000-TERMINATE NEVER CLOSES A
023200*                   FILE THAT WAS NEVER OPENED.
023300*----------------------------------------------------------------
023400 1000-INITIALIZE.
023500     ACCEPT MR-RUN-DATE FROM DATE YYYYMMDD.
023600     ACCEPT MR-RUN-TIME FROM TIME.
023700     MOVE "JOBNAME" TO MR-ENV-NAME.
023800     DISPLAY MR-ENV-NAME UPON ENVIRONMENT-NAME.
023900     ACCEPT MR-JOB-ID FROM ENVIRONMENT-VALUE.
024000     MOVE MR-RUN-DATE TO MR-TARGET-DATE.
024100     ACCEPT MR-ARGLEN FROM ARGUMENT-NUMBER.
024200     IF MR-ARGLEN > 0
024300         DISPLAY 1 UPON ARGUMENT-NUMBER
024400         ACCEPT MR-TARGET-DATE FROM ARGUMENT-VALUE
024500     END-IF.
024600     IF MR-ARGLEN > 1
024700         DISPLAY 2 UPON ARGUMENT-NUMBER
024800         ACCEPT MR-PARTITION-PARM FROM ARGUMENT-VALUE
024900     END-IF.
025000     IF MR-ARGLEN > 2
025100         DISPLAY 3 UPON ARGUMENT-NUMBER
025200         ACCEPT MR-HOUSEHOLD-JOB-ID FROM ARGUMENT-VALUE
025300     END-IF.
025400     IF MR-ARGLEN > 3
025500         DISPLAY 4 UPON ARGUMENT-NUMBER
025600         ACCEPT MR-CARDPRNT-JOB-ID FROM ARGUMENT-VALUE
025700     END-IF.
025800     IF MR-ARGLEN > 4
025900         DISPLAY 5 UPON ARGUMENT-NUMBER
026000         ACCEPT MR-OCCASION-JOB-ID FROM ARGUMENT-VALUE
026100     END-IF.
026200     OPEN OUTPUT TRANSMISSION-FILE.
026300     IF MR-XM-FILE-STATUS NOT = "00"
026400         DISPLAY "MAILREL: UNABLE TO OPEN TRANSMISSION FILE - "
026500             "STATUS " MR-XM-FILE-STATUS
026600         MOVE 16 TO RETURN-CODE
026700         PERFORM 9000-TERMINATE THRU 9000-EXIT
026800         GO TO 9999-EXIT
026900     END-IF.
027000     SET MR-XM-OPEN TO TRUE.
027100     IF MR-TARGET-DATE NOT NUMERIC
027200         DISPLAY "MAILREL: RUN DATE PARM MUST BE YYYYMMDD - "
027300             MR-TARGET-DATE
027400         MOVE 16 TO RETURN-CODE
027500         PERFORM 9000-TERMINATE THRU 9000-EXIT
027600         GO TO 9999-EXIT
027700     END-IF.
027800     PERFORM 1100-LOAD-PARTITIONS THRU 1100-EXIT.
027900     OPEN OUTPUT REPORT-FILE.
028000     IF MR-RF-FILE-STATUS NOT = "00"
028100         DISPLAY "MAILREL: UNABLE TO OPEN REPORT-FILE - STATUS "
028200             MR-RF-FILE-STATUS
028300         MOVE 16 TO RETURN-CODE
028400         PERFORM 9000-TERMINATE THRU 9000-EXIT
028500         GO TO 9999-EXIT
028600     END-IF.
028700     SET MR-RF-OPEN TO TRUE.
028800     OPEN INPUT JOB-STATUS-FILE.
028900     IF MR-JS-FILE-STATUS NOT = "00"
029000         DISPLAY "MAILREL: UNABLE TO OPEN JOB-STATUS FILE - "
029100             "STATUS " MR-JS-FILE-STATUS
029200         MOVE 16 TO RETURN-CODE
029300         PERFORM 9000-TERMINATE THRU 9000-EXIT
029400         GO TO 9999-EXIT
029500     END-IF.
029600     SET MR-JS-OPEN TO TRUE.
029700     OPEN INPUT MAIL-EXTRACT-FILE.
029800     IF MR-ME-FILE-STATUS NOT = "00"
029900         DISPLAY "MAILREL: UNABLE TO OPEN MAIL EXTRACT - "
030000             "STATUS " MR-ME-FILE-STATUS
030100         MOVE 16 TO RETURN-CODE
030200         PERFORM 9000-TERMINATE THRU 9000-EXIT
030300         GO TO 9999-EXIT
030400     END-IF.
030500     SET MR-ME-OPEN TO TRUE.
030600     MOVE SPACES TO MR-REPORT-LINE.
030700     STRING "MAIL EXTRACT RELEASE REPORT - RUN DATE "
030800         MR-TARGET-DATE " - STARTED " MR-RUN-DATE " "
030900         MR-RUN-TIME
031000         INTO MR-REPORT-LINE.
031100     WRITE REPORT-RECORD FROM MR-REPORT-LINE.
031200     MOVE SPACES TO MR-REPORT-LINE.
031300     IF MR-PARTITION-PARM = SPACES
031400         STRING "HELLOCM PARTITIONS EXPECTED: NONE (ONE "
031500             "UNPARTITIONED RUN)"
031600             INTO MR-REPORT-LINE
031700     ELSE
031800         STRING "HELLOCM PARTITIONS EXPECTED: " MR-PARTITION-PARM
031900             INTO MR-REPORT-LINE
032000     END-IF.
032100     WRITE REPORT-RECORD FROM MR-REPORT-LINE.
032200     IF MR-HOUSEHOLD-JOB-ID NOT = SPACES
032300         MOVE SPACES TO MR-REPORT-LINE
032400         STRING "HOUSEHLD JOB: " MR-HOUSEHOLD-JOB-ID
032500             INTO MR-REPORT-LINE
032600         WRITE REPORT-RECORD FROM MR-REPORT-LINE
032700     END-IF.
032800     IF MR-CARDPRNT-JOB-ID NOT = SPACES
032900         MOVE SPACES TO MR-REPORT-LINE
033000         STRING "CARDPRNT JOB: " MR-CARDPRNT-JOB-ID
033100             INTO MR-REPORT-LINE
033200         WRITE REPORT-RECORD FROM MR-REPORT-LINE
033300     END-IF.
033400     IF MR-OCCASION-JOB-ID NOT = SPACES
033500         MOVE SPACES TO MR-REPORT-LINE
033600         STRING "OCCASION JOB LEFT OUT: " MR-OCCASION-JOB-ID
033700             INTO MR-REPORT-LINE
033800         WRITE REPORT-RECORD FROM MR-REPORT-LINE
033900     END-IF.
034000     READ JOB-STATUS-FILE
034100         AT END SET MR-EOF TO TRUE
034200     END-READ.
034300 1000-EXIT.
034400     EXIT.
034500
034600*----------------------------------------------------------------
034700* 1100-LOAD-PARTITIONS - ONE TABLE ENTRY PER PARTITION ID IN
034800*                        PARM 2, OR A SINGLE SPACE-ID ENTRY WHEN
034900*                        THE PARM IS BLANK. ANYTHING BUT 1-9 IN
035000*                        THE PARM ABORTS; A REPEATED ID IS TAKEN
035100*                        ONCE.
035200*----------------------------------------------------------------
035300 1100-LOAD-PARTITIONS.
035400     IF MR-PARTITION-PARM = SPACES
035500         MOVE SPACE TO MR-PARTITION-ID
035600         PERFORM 1200-ADD-PARTITION THRU 1200-EXIT
035700         MOVE "Y" TO MR-PART-EXPECTED-SW(MR-PART-IDX)
035800         GO TO 1100-EXIT
035900     END-IF.
036000     PERFORM 1150-LOAD-ONE-ID THRU 1150-EXIT
036100         VARYING MR-CHAR-IDX FROM 1 BY 1
036200         UNTIL MR-CHAR-IDX > 9.
036300 1100-EXIT.
036400     EXIT.
036500
036600 1150-LOAD-ONE-ID.
036700     MOVE MR-PARTITION-PARM(MR-CHAR-IDX:1) TO MR-PARTITION-ID.
036800     IF MR-PARTITION-ID = SPACE
036900         GO TO 1150-EXIT
037000     END-IF.
037100     IF MR-PARTITION-ID < "1" OR MR-PARTITION-ID > "9"
037200         DISPLAY "MAILREL: PARTITION IDS MUST BE 1 THROUGH 9 - "
037300             MR-PARTITION-PARM
037400         MOVE 16 TO RETURN-CODE
037500         PERFORM 9000-TERMINATE THRU 9000-EXIT
037600         GO TO 9999-EXIT
037700     END-IF.
037800     PERFORM 1300-FIND-PARTITION THRU 1300-EXIT.
037900     IF NOT MR-MATCH-FOUND
038000         PERFORM 1200-ADD-PARTITION THRU 1200-EXIT
038100     END-IF.
038200     MOVE "Y" TO MR-PART-EXPECTED-SW(MR-PART-IDX).
038300 1150-EXIT.
038400     EXIT.
038500
038600*----------------------------------------------------------------
038700* 1200-ADD-PARTITION - NEW TABLE ENTRY FOR MR-PARTITION-ID, NOT
038800*                      EXPECTED AND NOT YET RUN. MR-PART-IDX IS
038900*                      LEFT ON THE NEW ENTRY.
039000*----------------------------------------------------------------
039100 1200-ADD-PARTITION.
039200     ADD 1 TO MR-PART-COUNT.
039300     MOVE MR-PART-COUNT TO MR-PART-IDX.
039400     MOVE MR-PARTITION-ID TO MR-PART-ID(MR-PART-IDX).
039500     MOVE "N" TO MR-PART-EXPECTED-SW(MR-PART-IDX).
039600     MOVE "N" TO MR-PART-CHAIN-SW(MR-PART-IDX).
039700     MOVE 0 TO MR-PART-LEGS(MR-PART-IDX).
039800     MOVE 0 TO MR-PART-GREETED(MR-PART-IDX).
039810     MOVE 0 TO MR-PART-ELECTRONIC(MR-PART-IDX).
039900     MOVE 0 TO MR-PART-NO-ADDRESS(MR-PART-IDX).
040000     MOVE SPACE TO MR-PART-STATE(MR-PART-IDX).
040100     MOVE 0 TO MR-PART-RC(MR-PART-IDX).
040200 1200-EXIT.
040300     EXIT.
040400
040500*----------------------------------------------------------------
040600* 1300-FIND-PARTITION - LOOK MR-PARTITION-ID UP IN THE TABLE.
040700*                       MR-PART-IDX IS LEFT ON THE MATCH.
040800*----------------------------------------------------------------
040900 1300-FIND-PARTITION.
041000     MOVE "N" TO MR-MATCH-FOUND-SW.
041100     PERFORM 1350-CHECK-ONE-ENTRY THRU 1350-EXIT
041200         VARYING MR-PART-IDX FROM 1 BY 1
041300         UNTIL MR-PART-IDX > MR-PART-COUNT
041400             OR MR-MATCH-FOUND.
041500     IF MR-MATCH-FOUND
041600         SUBTRACT 1 FROM MR-PART-IDX
041700     END-IF.
041800 1300-EXIT.
041900     EXIT.
042000
042100 1350-CHECK-ONE-ENTRY.
042200     IF MR-PART-ID(MR-PART-IDX) = MR-PARTITION-ID
042300         SET MR-MATCH-FOUND TO TRUE
042400     END-IF.
042500 1350-EXIT.
042600     EXIT.
042700
042800*----------------------------------------------------------------
042900* 2100-CHECK-ONE-ROW - TAKE ONE JOB-STATUS ROW INTO THE FIGURES IT
043000*                      BELONGS TO, THEN READ THE NEXT. THE FILE
043100*                      IS APPEND-ONLY, SO FILE ORDER IS TIME
043200*                      ORDER AND THE LAST ROW TAKEN FOR A STEP IS
043300*                      ITS LATEST RUN. ROWS WHOSE NUMERIC COLUMNS
043400*                      DO NOT PARSE (WRITTEN BEFORE THE NEWER
043500*                      FIELDS EXISTED) ARE COUNTED AND SKIPPED,
043600*                      AS IN JOBTREND.
043610*                      HOUSEHLD AND CARDPRNT STAMP THEIR ROWS
043620*                      WITH THE DAY THEY RAN, SO A STEP THAT
043630*                      STARTED PAST MIDNIGHT STILL BELONGS TO
043640*                      THE NIGHT: THEIR ROWS ARE MATCHED ON JOB
043650*                      ID AND TAKEN FROM THE TARGET DATE ON.
043700*----------------------------------------------------------------
043800 2100-CHECK-ONE-ROW.
043900     ADD 1 TO MR-ROW-COUNT.
044000     IF JS-RUN-DATE NOT NUMERIC
044100         OR JS-GREETED-COUNT NOT NUMERIC
044200         OR JS-EXCEPTION-COUNT NOT NUMERIC
044300         OR JS-SKIP-COUNT NOT NUMERIC
044400         OR JS-RETURN-CODE NOT NUMERIC
044500         ADD 1 TO MR-BAD-ROW-COUNT
044600         GO TO 2100-NEXT
044700     END-IF.
044800     EVALUATE JS-PROGRAM-ID
044900         WHEN "HELLOCM "
045000             PERFORM 2200-TAKE-HELLOCM-ROW THRU 2200-EXIT
045100         WHEN "GREETRCN"
045200             IF JS-RUN-DATE = MR-TARGET-DATE
045300                 SET MR-RCN-FOUND TO TRUE
045400                 MOVE JS-CHECKPOINT-STATE TO MR-RCN-STATE
045500                 MOVE JS-RETURN-CODE TO MR-RCN-RC
045600                 MOVE JS-GREETED-COUNT TO MR-RCN-AUDIT-ROWS
045700                 MOVE JS-EXCEPTION-COUNT TO MR-RCN-DISCREPANCIES
045800             END-IF
045900         WHEN "HOUSEHLD"
046000             IF MR-HOUSEHOLD-JOB-ID NOT = SPACES
046100                 AND JS-JOB-ID = MR-HOUSEHOLD-JOB-ID
046200                 AND JS-RUN-DATE NOT < MR-TARGET-DATE
046300                 SET MR-HH-FOUND TO TRUE
046400                 MOVE JS-CHECKPOINT-STATE TO MR-HH-STATE
046500                 MOVE JS-RETURN-CODE TO MR-HH-RC
046600                 MOVE JS-GREETED-COUNT TO MR-HH-WRITTEN
046700                 MOVE JS-SKIP-COUNT TO MR-HH-SAVED
046800             END-IF
046900         WHEN "CARDPRNT"
047000             IF MR-CARDPRNT-JOB-ID NOT = SPACES
047100                 AND JS-JOB-ID = MR-CARDPRNT-JOB-ID
047200                 AND JS-RUN-DATE NOT < MR-TARGET-DATE
047300                 SET MR-CP-FOUND TO TRUE
047400                 MOVE JS-CHECKPOINT-STATE TO MR-CP-STATE
047500                 MOVE JS-RETURN-CODE TO MR-CP-RC
047600                 MOVE JS-GREETED-COUNT TO MR-CP-CARDS
047700             END-IF
047800         WHEN OTHER
047900             CONTINUE
048000     END-EVALUATE.
048100 2100-NEXT.
048200     READ JOB-STATUS-FILE
048300         AT END SET MR-EOF TO TRUE
048400     END-READ.
048500 2100-EXIT.
048600     EXIT.
048700
048800*----------------------------------------------------------------
048900* 2200-TAKE-HELLOCM-ROW - ADD ONE HELLOCM LEG TO ITS PARTITION. A
049000*                         FRESH (NOT RESTARTED) RUN DATED THE RUN
049100*                         DATE STARTS THE PARTITION'S NIGHT OVER -
049200*                         A RERUN FROM THE TOP REPLACES WHAT WENT
049300*                         BEFORE, AS ITS WORK FILE DOES. A RESTART
049400*                         ADDS TO THE NIGHT IT RESUMES, WHATEVER
049500*                         ITS DATE. A FRESH RUN OF A LATER DATE
049600*                         CLOSES THE NIGHT. OCCASION-RUN ROWS AND
049700*                         EARLIER NIGHTS ARE PASSED OVER.
049800*----------------------------------------------------------------
049900 2200-TAKE-HELLOCM-ROW.
050000     IF MR-OCCASION-JOB-ID NOT = SPACES
050100         AND JS-JOB-ID = MR-OCCASION-JOB-ID
050200         GO TO 2200-EXIT
050300     END-IF.
050400     IF JS-RUN-DATE < MR-TARGET-DATE
050500         GO TO 2200-EXIT
050600     END-IF.
050700     MOVE JS-PARTITION-ID TO MR-PARTITION-ID.
050800     PERFORM 1300-FIND-PARTITION THRU 1300-EXIT.
050900     IF JS-RESTARTED
051000         IF NOT MR-MATCH-FOUND
051100             GO TO 2200-EXIT
051200         END-IF
051300         IF NOT MR-PART-ACTIVE(MR-PART-IDX)
051400             GO TO 2200-EXIT
051500         END-IF
051600         GO TO 2200-ADD-LEG
051700     END-IF.
051800     IF JS-RUN-DATE NOT = MR-TARGET-DATE
051900         IF MR-MATCH-FOUND
052000             AND MR-PART-ACTIVE(MR-PART-IDX)
052100             SET MR-PART-CLOSED(MR-PART-IDX) TO TRUE
052200         END-IF
052300         GO TO 2200-EXIT
052400     END-IF.
052500     IF NOT MR-MATCH-FOUND
052600         IF MR-PART-COUNT NOT < 10
052700             GO TO 2200-EXIT
052800         END-IF
052900         PERFORM 1200-ADD-PARTITION THRU 1200-EXIT
053000     END-IF.
053100     SET MR-PART-ACTIVE(MR-PART-IDX) TO TRUE.
053200     MOVE 0 TO MR-PART-LEGS(MR-PART-IDX).
053300     MOVE 0 TO MR-PART-GREETED(MR-PART-IDX).
053310     MOVE 0 TO MR-PART-ELECTRONIC(MR-PART-IDX).
053320     MOVE 0 TO MR-PART-NO-ADDRESS(MR-PART-IDX).
053330 2200-ADD-LEG.
053340     IF JS-NO-ADDRESS-COUNT NUMERIC
053350         MOVE JS-NO-ADDRESS-COUNT TO MR-NO-ADDRESS-WORK
053360     ELSE
053370         MOVE 0 TO MR-NO-ADDRESS-WORK
053380     END-IF.
053390     IF JS-ELECTRONIC-COUNT NUMERIC
053400         MOVE JS-ELECTRONIC-COUNT TO MR-ELECTRONIC-WORK
053410     ELSE
053420         MOVE 0 TO MR-ELECTRONIC-WORK
053430     END-IF.
053440     ADD 1 TO MR-PART-LEGS(MR-PART-IDX).
053450     ADD JS-GREETED-COUNT TO MR-PART-GREETED(MR-PART-IDX).
053460     ADD MR-ELECTRONIC-WORK TO MR-PART-ELECTRONIC(MR-PART-IDX).
054300     ADD MR-NO-ADDRESS-WORK TO MR-PART-NO-ADDRESS(MR-PART-IDX).
054400     MOVE JS-CHECKPOINT-STATE TO MR-PART-STATE(MR-PART-IDX).
054500     MOVE JS-RETURN-CODE TO MR-PART-RC(MR-PART-IDX).
054600 2200-EXIT.
054700     EXIT.
054800
054900*----------------------------------------------------------------
055000* 3000-COUNT-EXTRACT - ONE PASS OVER THE MAIL EXTRACT: RECORD
055100*                      COUNT, COUNT PER LANGUAGE CODE, HASH TOTAL,
055200*                      AND A CHECK THAT THE FILE IS STILL IN
055300*                      LANGUAGE/POSTAL-CODE ORDER. THE EXTRACT IS
055400*                      CLOSED AFTERWARDS; 6000 READS IT AGAIN TO
055500*                      COPY IT WHEN THE RELEASE GOES AHEAD.
055600*----------------------------------------------------------------
055700 3000-COUNT-EXTRACT.
055800     READ MAIL-EXTRACT-FILE
055900         AT END SET MR-ME-EOF TO TRUE
056000     END-READ.
056100     PERFORM 3100-COUNT-ONE-RECORD THRU 3100-EXIT
056200         UNTIL MR-ME-EOF.
056300     CLOSE MAIL-EXTRACT-FILE.
056400     MOVE "N" TO MR-ME-OPEN-SW.
056500 3000-EXIT.
056600     EXIT.
056700
056800 3100-COUNT-ONE-RECORD.
056900     ADD 1 TO MR-EXTRACT-COUNT.
057000     PERFORM 3150-HASH-ONE-BYTE THRU 3150-EXIT
057100         VARYING MR-HASH-IDX FROM 1 BY 1
057200         UNTIL MR-HASH-IDX > 184.
057300     IF MAIL-EXTRACT-RECORD(1:12) < MR-PREV-KEY
057400         ADD 1 TO MR-SEQUENCE-ERRORS
057500     END-IF.
057600     MOVE MAIL-EXTRACT-RECORD(1:12) TO MR-PREV-KEY.
057700     PERFORM 3200-COUNT-LANGUAGE THRU 3200-EXIT.
057800     READ MAIL-EXTRACT-FILE
057900         AT END SET MR-ME-EOF TO TRUE
058000     END-READ.
058100 3100-EXIT.
058200     EXIT.
058300
058400 3150-HASH-ONE-BYTE.
058500     ADD FUNCTION ORD(MAIL-EXTRACT-RECORD(MR-HASH-IDX:1))
058600         TO MR-HASH-TOTAL.
058700 3150-EXIT.
058800     EXIT.
058900
059000*----------------------------------------------------------------
059100* 3200-COUNT-LANGUAGE - ADD THE RECORD TO ITS LANGUAGE CODE'S
059200*                       COUNT, OPENING A NEW ENTRY FOR A CODE NOT
059300*                       SEEN YET. A CODE THAT DOES NOT FIT IN THE
059400*                       TABLE IS COUNTED AS OVERFLOW, WHICH
059500*                       REFUSES THE RELEASE - CARDPRNT COULD NOT
059600*                       SECTION IT EITHER.
059700*----------------------------------------------------------------
059800 3200-COUNT-LANGUAGE.
059900     MOVE "N" TO MR-MATCH-FOUND-SW.
060000     PERFORM 3250-CHECK-ONE-LANGUAGE THRU 3250-EXIT
060100         VARYING MR-LANG-IDX FROM 1 BY 1
060200         UNTIL MR-LANG-IDX > MR-LANG-COUNT
060300             OR MR-MATCH-FOUND.
060400     IF MR-MATCH-FOUND
060500         GO TO 3200-EXIT
060600     END-IF.
060700     IF MR-LANG-COUNT NOT < 50
060800         ADD 1 TO MR-LANG-OVERFLOW
060900         GO TO 3200-EXIT
061000     END-IF.
061100     ADD 1 TO MR-LANG-COUNT.
061200     MOVE ME-LANGUAGE-CODE TO MR-LANG-CODE(MR-LANG-COUNT).
061300     MOVE 1 TO MR-LANG-RECORDS(MR-LANG-COUNT).
061400 3200-EXIT.
061500     EXIT.
061600
061700 3250-CHECK-ONE-LANGUAGE.
061800     IF MR-LANG-CODE(MR-LANG-IDX) = ME-LANGUAGE-CODE
061900         ADD 1 TO MR-LANG-RECORDS(MR-LANG-IDX)
062000         SET MR-MATCH-FOUND TO TRUE
062100     END-IF.
062200 3250-EXIT.
062300     EXIT.
062400
062500*----------------------------------------------------------------
062600* 4000-CHECK-FIGURES - LIST EVERY FIGURE THE RELEASE DEPENDS ON
062700*                      AND BALANCE THEM. EACH FIGURE THAT IS OFF
062800*                      GETS ITS OWN "REFUSED" LINE NAMING IT, SO
062900*                      ONE NIGHT'S REPORT SHOWS EVERY PROBLEM, NOT
063000*                      JUST THE FIRST.
063100*----------------------------------------------------------------
063200 4000-CHECK-FIGURES.
063300     MOVE SPACES TO MR-REPORT-LINE.
063400     WRITE REPORT-RECORD FROM MR-REPORT-LINE.
063500     MOVE SPACES TO MR-REPORT-LINE.
063600     STRING "HELLOCM   RUNS      GREETED   EMAIL       "
063700         "NO ADDRESS  TO EXTRACT  STATE  RC"
063800         INTO MR-REPORT-LINE.
063900     WRITE REPORT-RECORD FROM MR-REPORT-LINE.
064000     PERFORM 4100-CHECK-ONE-PARTITION THRU 4100-EXIT
064100         VARYING MR-PART-IDX FROM 1 BY 1
064200         UNTIL MR-PART-IDX > MR-PART-COUNT.
064300     MOVE SPACES TO MR-REPORT-LINE.
064400     MOVE MR-EXPECTED-COUNT TO MR-COUNT-EDIT.
064500     STRING "HELLOCM CARDS LESS NO ADDRESS: " MR-COUNT-EDIT
064600         INTO MR-REPORT-LINE.
064700     WRITE REPORT-RECORD FROM MR-REPORT-LINE.
064800     MOVE MR-EXPECTED-COUNT TO MR-RELEASE-COUNT.
064900     PERFORM 4200-CHECK-RECONCILIATION THRU 4200-EXIT.
065000     IF MR-HOUSEHOLD-JOB-ID NOT = SPACES
065100         PERFORM 4300-CHECK-HOUSEHOLDING THRU 4300-EXIT
065200     END-IF.
065300     PERFORM 4400-CHECK-EXTRACT THRU 4400-EXIT.
065400     IF MR-CARDPRNT-JOB-ID NOT = SPACES
065500         PERFORM 4500-CHECK-CARD-PRINT THRU 4500-EXIT
065600     END-IF.
065700     IF MR-BAD-ROW-COUNT > 0
065800         MOVE SPACES TO MR-REPORT-LINE
065900         MOVE MR-BAD-ROW-COUNT TO MR-COUNT-EDIT
066000         STRING "UNPARSEABLE JOB-STATUS ROWS SKIPPED: "
066100             MR-COUNT-EDIT
066200             INTO MR-REPORT-LINE
066300         WRITE REPORT-RECORD FROM MR-REPORT-LINE
066400     END-IF.
066500 4000-EXIT.
066600     EXIT.
066700
066800*----------------------------------------------------------------
066900* 4100-CHECK-ONE-PARTITION - ONE LINE PER PARTITION. AN EXPECTED
067000*                            PARTITION MUST HAVE RUN AND ITS LAST
067100*                            LEG MUST HAVE ENDED AT END OF FILE
067200*                            WITH RC 0 OR 4; A PARTITION THAT RAN
067300*                            BUT WAS NOT EXPECTED MEANS THE
067400*                            PARTITION PARM OR THE SCHEDULE IS
067500*                            WRONG. ONLY EXPECTED PARTITIONS ADD
067600*                            TO THE FIGURE THE EXTRACT MUST MATCH.
067700*----------------------------------------------------------------
067800 4100-CHECK-ONE-PARTITION.
067900     IF MR-PART-ID(MR-PART-IDX) = SPACE
068000         MOVE "NONE" TO MR-PART-LABEL
068100     ELSE
068200         MOVE MR-PART-ID(MR-PART-IDX) TO MR-PART-LABEL
068300     END-IF.
068400     IF MR-PART-NO-RUN(MR-PART-IDX)
068500         MOVE SPACES TO MR-REPORT-LINE
068600         STRING "REFUSED - PARTITION " MR-PART-LABEL
068700             " - NO HELLOCM RUN FOUND FOR " MR-TARGET-DATE
068800             INTO MR-REPORT-LINE
068900         PERFORM 4900-WRITE-REFUSAL THRU 4900-EXIT
069000         GO TO 4100-EXIT
069100     END-IF.
069200     MOVE MR-PART-LEGS(MR-PART-IDX) TO MR-COUNT-EDIT.
069300     MOVE MR-PART-GREETED(MR-PART-IDX) TO MR-COUNT-EDIT-2.
069310     MOVE MR-PART-ELECTRONIC(MR-PART-IDX) TO MR-COUNT-EDIT-5.
069320     MOVE MR-PART-NO-ADDRESS(MR-PART-IDX) TO MR-COUNT-EDIT-3.
069330     COMPUTE MR-COUNT-EDIT-4 = MR-PART-GREETED(MR-PART-IDX)
069340         - MR-PART-ELECTRONIC(MR-PART-IDX)
069350         - MR-PART-NO-ADDRESS(MR-PART-IDX).
069360     MOVE SPACES TO MR-REPORT-LINE.
069370     STRING MR-PART-LABEL " " MR-COUNT-EDIT " " MR-COUNT-EDIT-2
069380         "    " MR-COUNT-EDIT-5
069900         "    " MR-COUNT-EDIT-3 "    " MR-COUNT-EDIT-4
070000         "    " MR-PART-STATE(MR-PART-IDX)
070100         "     " MR-PART-RC(MR-PART-IDX)
070200         INTO MR-REPORT-LINE.
070300     WRITE REPORT-RECORD FROM MR-REPORT-LINE.
070400     IF NOT MR-PART-EXPECTED(MR-PART-IDX)
070500         MOVE SPACES TO MR-REPORT-LINE
070600         STRING "REFUSED - PARTITION " MR-PART-LABEL
070700             " - HELLOCM RAN BUT THE PARTITION WAS NOT EXPECTED"
070800             INTO MR-REPORT-LINE
070900         PERFORM 4900-WRITE-REFUSAL THRU 4900-EXIT
071000         GO TO 4100-EXIT
071100     END-IF.
071200     IF MR-PART-STATE(MR-PART-IDX) NOT = "E"
071300         OR MR-PART-RC(MR-PART-IDX) > 4
071400         MOVE SPACES TO MR-REPORT-LINE
071500         STRING "REFUSED - PARTITION " MR-PART-LABEL
071600             " - HELLOCM DID NOT END CLEAN: STATE "
071700             MR-PART-STATE(MR-PART-IDX) " RC "
071800             MR-PART-RC(MR-PART-IDX)
071900             INTO MR-REPORT-LINE
072000         PERFORM 4900-WRITE-REFUSAL THRU 4900-EXIT
072100     END-IF.
072200     ADD MR-PART-GREETED(MR-PART-IDX) TO MR-EXPECTED-COUNT.
072210     SUBTRACT MR-PART-ELECTRONIC(MR-PART-IDX)
072220         FROM MR-EXPECTED-COUNT.
072300     SUBTRACT MR-PART-NO-ADDRESS(MR-PART-IDX)
072400         FROM MR-EXPECTED-COUNT.
072500 4100-EXIT.
072600     EXIT.
072700
072800*----------------------------------------------------------------
072900* 4200-CHECK-RECONCILIATION - GREETRCN MUST HAVE RUN FOR THE DATE
073000*                             AND ITS LATEST RUN MUST HAVE ENDED
073100*                             CLEAN WITH RC 0 - RC 8 IS ITS
073200*                             DISCREPANCY CODE.
073300*----------------------------------------------------------------
073400 4200-CHECK-RECONCILIATION.
073500     MOVE SPACES TO MR-REPORT-LINE.
073600     IF NOT MR-RCN-FOUND
073700         STRING "REFUSED - NO GREETRCN RUN FOUND FOR "
073800             MR-TARGET-DATE
073900             INTO MR-REPORT-LINE
074000         PERFORM 4900-WRITE-REFUSAL THRU 4900-EXIT
074100         GO TO 4200-EXIT
074200     END-IF.
074300     MOVE MR-RCN-AUDIT-ROWS TO MR-COUNT-EDIT.
074400     MOVE MR-RCN-DISCREPANCIES TO MR-COUNT-EDIT-2.
074500     STRING "GREETRCN AUDIT ROWS: " MR-COUNT-EDIT
074600         "  DISCREPANCIES: " MR-COUNT-EDIT-2
074700         "  STATE " MR-RCN-STATE " RC " MR-RCN-RC
074800         INTO MR-REPORT-LINE.
074900     WRITE REPORT-RECORD FROM MR-REPORT-LINE.
075000     IF MR-RCN-STATE NOT = "E" OR MR-RCN-RC NOT = 0
075100         MOVE SPACES TO MR-REPORT-LINE
075200         STRING "REFUSED - GREETRCN DID NOT RECONCILE CLEAN: "
075300             "STATE " MR-RCN-STATE " RC " MR-RCN-RC
075400             INTO MR-REPORT-LINE
075500         PERFORM 4900-WRITE-REFUSAL THRU 4900-EXIT
075600     END-IF.
075700 4200-EXIT.
075800     EXIT.
075900
076000*----------------------------------------------------------------
076100* 4300-CHECK-HOUSEHOLDING - WHEN THE EXTRACT IS HOUSEHLD'S
076200*                           CONSOLIDATED ONE, HOUSEHLD MUST HAVE
076300*                           READ EXACTLY WHAT HELLOCM EXTRACTED
076400*                           (CARDS WRITTEN PLUS CARDS SAVED), AND
076500*                           THE EXTRACT MUST THEN HOLD ITS CARDS
076600*                           WRITTEN.
076700*----------------------------------------------------------------
076800 4300-CHECK-HOUSEHOLDING.
076900     MOVE SPACES TO MR-REPORT-LINE.
077000     IF NOT MR-HH-FOUND
077100         STRING "REFUSED - NO HOUSEHLD RUN FOUND FOR JOB "
077200             MR-HOUSEHOLD-JOB-ID " ON OR AFTER " MR-TARGET-DATE
077300             INTO MR-REPORT-LINE
077400         PERFORM 4900-WRITE-REFUSAL THRU 4900-EXIT
077500         GO TO 4300-EXIT
077600     END-IF.
077700     COMPUTE MR-HH-READ = MR-HH-WRITTEN + MR-HH-SAVED.
077800     MOVE MR-HH-READ TO MR-COUNT-EDIT.
077900     MOVE MR-HH-WRITTEN TO MR-COUNT-EDIT-2.
078000     MOVE MR-HH-SAVED TO MR-COUNT-EDIT-3.
078100     STRING "HOUSEHLD READ: " MR-COUNT-EDIT
078200         "  CARDS WRITTEN: " MR-COUNT-EDIT-2
078300         "  CARDS SAVED: " MR-COUNT-EDIT-3
078400         "  STATE " MR-HH-STATE " RC " MR-HH-RC
078500         INTO MR-REPORT-LINE.
078600     WRITE REPORT-RECORD FROM MR-REPORT-LINE.
078700     IF MR-HH-STATE NOT = "E" OR MR-HH-RC > 4
078800         MOVE SPACES TO MR-REPORT-LINE
078900         STRING "REFUSED - HOUSEHLD DID NOT END CLEAN: STATE "
079000             MR-HH-STATE " RC " MR-HH-RC
079100             INTO MR-REPORT-LINE
079200         PERFORM 4900-WRITE-REFUSAL THRU 4900-EXIT
079300     END-IF.
079400     IF MR-HH-READ NOT = MR-EXPECTED-COUNT
079500         MOVE SPACES TO MR-REPORT-LINE
079600         MOVE MR-EXPECTED-COUNT TO MR-COUNT-EDIT-2
079700         STRING "REFUSED - HOUSEHLD READ " MR-COUNT-EDIT
079800             " RECORDS BUT HELLOCM EXTRACTED " MR-COUNT-EDIT-2
079900             INTO MR-REPORT-LINE
080000         PERFORM 4900-WRITE-REFUSAL THRU 4900-EXIT
080100     END-IF.
080200     MOVE MR-HH-WRITTEN TO MR-RELEASE-COUNT.
080300 4300-EXIT.
080400     EXIT.
080500
080600*----------------------------------------------------------------
080700* 4400-CHECK-EXTRACT - THE EXTRACT'S RECORD COUNT, PER LANGUAGE
080800*                      AND IN TOTAL, WITH ITS HASH TOTAL. THE
080900*                      TOTAL MUST EQUAL THE FIGURE THE JOB-STATUS
081000*                      ROWS CALL FOR, AND THE RECORDS MUST BE IN
081100*                      LANGUAGE/POSTAL-CODE ORDER.
081200*----------------------------------------------------------------
081300 4400-CHECK-EXTRACT.
081400     MOVE SPACES TO MR-REPORT-LINE.
081500     WRITE REPORT-RECORD FROM MR-REPORT-LINE.
081600     MOVE "LANGUAGE   RECORDS" TO MR-REPORT-LINE.
081700     WRITE REPORT-RECORD FROM MR-REPORT-LINE.
081800     PERFORM 4450-LIST-ONE-LANGUAGE THRU 4450-EXIT
081900         VARYING MR-LANG-IDX FROM 1 BY 1
082000         UNTIL MR-LANG-IDX > MR-LANG-COUNT.
082100     MOVE SPACES TO MR-REPORT-LINE.
082200     MOVE MR-EXTRACT-COUNT TO MR-COUNT-EDIT.
082300     MOVE MR-HASH-TOTAL TO MR-HASH-EDIT.
082400     STRING "TOTAL      " MR-COUNT-EDIT
082500         "   HASH TOTAL: " MR-HASH-EDIT
082600         INTO MR-REPORT-LINE.
082700     WRITE REPORT-RECORD FROM MR-REPORT-LINE.
082800     IF MR-EXTRACT-COUNT NOT = MR-RELEASE-COUNT
082900         MOVE SPACES TO MR-REPORT-LINE
083000         MOVE MR-RELEASE-COUNT TO MR-COUNT-EDIT-2
083100         STRING "REFUSED - MAIL EXTRACT HOLDS " MR-COUNT-EDIT
083200             " RECORDS BUT THE JOB-STATUS FIGURES CALL FOR "
083300             MR-COUNT-EDIT-2
083400             INTO MR-REPORT-LINE
083500         PERFORM 4900-WRITE-REFUSAL THRU 4900-EXIT
083600     END-IF.
083700     IF MR-SEQUENCE-ERRORS > 0
083800         MOVE SPACES TO MR-REPORT-LINE
083900         MOVE MR-SEQUENCE-ERRORS TO MR-COUNT-EDIT
084000         STRING "REFUSED - " MR-COUNT-EDIT
084100             " EXTRACT RECORDS OUT OF LANGUAGE/POSTAL-CODE ORDER"
084200             INTO MR-REPORT-LINE
084300         PERFORM 4900-WRITE-REFUSAL THRU 4900-EXIT
084400     END-IF.
084500     IF MR-LANG-OVERFLOW > 0
084600         MOVE SPACES TO MR-REPORT-LINE
084700         MOVE MR-LANG-OVERFLOW TO MR-COUNT-EDIT
084800         STRING "REFUSED - " MR-COUNT-EDIT
084900             " EXTRACT RECORDS BEYOND FIFTY LANGUAGE CODES"
085000             INTO MR-REPORT-LINE
085100         PERFORM 4900-WRITE-REFUSAL THRU 4900-EXIT
085200     END-IF.
085300 4400-EXIT.
085400     EXIT.
085500
085600 4450-LIST-ONE-LANGUAGE.
085700     MOVE SPACES TO MR-REPORT-LINE.
085800     MOVE MR-LANG-RECORDS(MR-LANG-IDX) TO MR-COUNT-EDIT.
085900     STRING MR-LANG-CODE(MR-LANG-IDX) "         " MR-COUNT-EDIT
086000         INTO MR-REPORT-LINE.
086100     WRITE REPORT-RECORD FROM MR-REPORT-LINE.
086200 4450-EXIT.
086300     EXIT.
086400
086500*----------------------------------------------------------------
086600* 4500-CHECK-CARD-PRINT - CARDPRNT'S LATEST RUN UNDER THE GIVEN
086700*                         JOB ID MUST HAVE ENDED CLEAN AND
086800*                         COMPOSED ONE CARD PER EXTRACT RECORD -
086900*                         ITS SECTION TOTALS ADD UP TO THAT COUNT.
087000*----------------------------------------------------------------
087100 4500-CHECK-CARD-PRINT.
087200     MOVE SPACES TO MR-REPORT-LINE.
087300     IF NOT MR-CP-FOUND
087400         STRING "REFUSED - NO CARDPRNT RUN FOUND FOR JOB "
087500             MR-CARDPRNT-JOB-ID " ON OR AFTER " MR-TARGET-DATE
087600             INTO MR-REPORT-LINE
087700         PERFORM 4900-WRITE-REFUSAL THRU 4900-EXIT
087800         GO TO 4500-EXIT
087900     END-IF.
088000     MOVE MR-CP-CARDS TO MR-COUNT-EDIT.
088100     STRING "CARDPRNT CARDS COMPOSED: " MR-COUNT-EDIT
088200         "  STATE " MR-CP-STATE " RC " MR-CP-RC
088300         INTO MR-REPORT-LINE.
088400     WRITE REPORT-RECORD FROM MR-REPORT-LINE.
088500     IF MR-CP-STATE NOT = "E" OR MR-CP-RC > 4
088600         MOVE SPACES TO MR-REPORT-LINE
088700         STRING "REFUSED - CARDPRNT DID NOT END CLEAN: STATE "
088800             MR-CP-STATE " RC " MR-CP-RC
088900             INTO MR-REPORT-LINE
089000         PERFORM 4900-WRITE-REFUSAL THRU 4900-EXIT
089100     END-IF.
089200     IF MR-CP-CARDS NOT = MR-EXTRACT-COUNT
089300         MOVE SPACES TO MR-REPORT-LINE
089400         MOVE MR-EXTRACT-COUNT TO MR-COUNT-EDIT-2
089500         STRING "REFUSED - CARDPRNT COMPOSED " MR-COUNT-EDIT
089600             " CARDS BUT THE EXTRACT HOLDS " MR-COUNT-EDIT-2
089700             INTO MR-REPORT-LINE
089800         PERFORM 4900-WRITE-REFUSAL THRU 4900-EXIT
089900     END-IF.
090000 4500-EXIT.
090100     EXIT.
090200
090300 4900-WRITE-REFUSAL.
090400     WRITE REPORT-RECORD FROM MR-REPORT-LINE.
090500     SET MR-REFUSED TO TRUE.
090600 4900-EXIT.
090700     EXIT.
090800
090900*----------------------------------------------------------------
091000* 5000-WRITE-REPORT-TRAILER - THE VERDICT. A REFUSED RELEASE ENDS
091100*                             WITH RETURN CODE 16 SO THE
091200*                             TRANSMISSION STEP DOES NOT RUN.
091300*----------------------------------------------------------------
091400 5000-WRITE-REPORT-TRAILER.
091500     ACCEPT MR-END-DATE FROM DATE YYYYMMDD.
091600     ACCEPT MR-END-TIME FROM TIME.
091700     MOVE SPACES TO MR-REPORT-LINE.
091800     WRITE REPORT-RECORD FROM MR-REPORT-LINE.
091900     MOVE SPACES TO MR-REPORT-LINE.
092000     IF MR-REFUSED
092100         STRING "RELEASE REFUSED - MAILXMIT LEFT EMPTY"
092200             INTO MR-REPORT-LINE
092300         MOVE 16 TO RETURN-CODE
092400     ELSE
092500         MOVE MR-EXTRACT-COUNT TO MR-COUNT-EDIT
092600         MOVE MR-HASH-TOTAL TO MR-HASH-EDIT
092700         STRING "RELEASED - MAILXMIT WRITTEN WITH " MR-COUNT-EDIT
092800             " RECORDS, HASH TOTAL " MR-HASH-EDIT
092900             INTO MR-REPORT-LINE
093000     END-IF.
093100     WRITE REPORT-RECORD FROM MR-REPORT-LINE.
093200     MOVE SPACES TO MR-REPORT-LINE.
093300     STRING "RUN STARTED " MR-RUN-DATE " " MR-RUN-TIME
093400         " - ENDED " MR-END-DATE " " MR-END-TIME
093500         INTO MR-REPORT-LINE.
093600     WRITE REPORT-RECORD FROM MR-REPORT-LINE.
093700 5000-EXIT.
093800     EXIT.
093900
094000*----------------------------------------------------------------
094100* 6000-WRITE-TRANSMISSION - THE FIGURES BALANCE: HEADER, EVERY
094200*                           EXTRACT RECORD, TRAILER. THE COPY IS
094300*                           COUNTED AGAIN, AND IF THE EXTRACT
094400*                           CHANGED SINCE IT WAS BALANCED THE
094500*                           TRANSMISSION FILE IS EMPTIED AND THE
094600*                           RELEASE REFUSED.
094700*----------------------------------------------------------------
094800 6000-WRITE-TRANSMISSION.
094900     OPEN INPUT MAIL-EXTRACT-FILE.
095000     IF MR-ME-FILE-STATUS NOT = "00"
095100         MOVE SPACES TO MR-REPORT-LINE
095200         STRING "REFUSED - UNABLE TO REOPEN MAIL EXTRACT - "
095300             "STATUS " MR-ME-FILE-STATUS
095400             INTO MR-REPORT-LINE
095500         PERFORM 4900-WRITE-REFUSAL THRU 4900-EXIT
095600         GO TO 6000-EXIT
095700     END-IF.
095800     SET MR-ME-OPEN TO TRUE.
095900     MOVE "N" TO MR-ME-EOF-SW.
096000     MOVE SPACES TO XMIT-HEADER-RECORD.
096100     MOVE "*XMITHDR*" TO XH-SENTINEL.
096200     MOVE "MAILEXTR" TO XH-FILE-NAME.
096300     MOVE MR-TARGET-DATE TO XH-RUN-DATE.
096400     MOVE MR-RUN-DATE TO XH-CREATED-DATE.
096500     MOVE MR-RUN-TIME TO XH-CREATED-TIME.
096600     MOVE MR-EXTRACT-COUNT TO XH-RECORD-COUNT.
096700     MOVE MR-HASH-TOTAL TO XH-HASH-TOTAL.
096800     WRITE XMIT-HEADER-RECORD.
096900     READ MAIL-EXTRACT-FILE
097000         AT END SET MR-ME-EOF TO TRUE
097100     END-READ.
097200     PERFORM 6100-COPY-ONE-RECORD THRU 6100-EXIT
097300         UNTIL MR-ME-EOF.
097400     IF MR-COPY-COUNT NOT = MR-EXTRACT-COUNT
097500         CLOSE TRANSMISSION-FILE
097600         OPEN OUTPUT TRANSMISSION-FILE
097700         MOVE SPACES TO MR-REPORT-LINE
097800         MOVE MR-COPY-COUNT TO MR-COUNT-EDIT
097900         MOVE MR-EXTRACT-COUNT TO MR-COUNT-EDIT-2
098000         STRING "REFUSED - MAIL EXTRACT CHANGED DURING THE RUN: "
098100             MR-COUNT-EDIT " RECORDS COPIED, " MR-COUNT-EDIT-2
098200             " BALANCED"
098300             INTO MR-REPORT-LINE
098400         PERFORM 4900-WRITE-REFUSAL THRU 4900-EXIT
098500         GO TO 6000-EXIT
098600     END-IF.
098700     MOVE SPACES TO XMIT-TRAILER-RECORD.
098800     MOVE "*XMITTRL*" TO XT-SENTINEL.
098900     MOVE MR-TARGET-DATE TO XT-RUN-DATE.
099000     MOVE MR-EXTRACT-COUNT TO XT-RECORD-COUNT.
099100     MOVE MR-HASH-TOTAL TO XT-HASH-TOTAL.
099200     WRITE XMIT-TRAILER-RECORD.
099300 6000-EXIT.
099400     EXIT.
099500
099600 6100-COPY-ONE-RECORD.
099700     ADD 1 TO MR-COPY-COUNT.
099800     WRITE XMIT-DATA-RECORD FROM MAIL-EXTRACT-RECORD.
099900     READ MAIL-EXTRACT-FILE
100000         AT END SET MR-ME-EOF TO TRUE
100100     END-READ.
100200 6100-EXIT.
100300     EXIT.
100400
100500*----------------------------------------------------------------
100600* 9000-TERMINATE - CLOSE WHATEVER FILES THIS RUN ACTUALLY
100700*                  OPENED. A RUN THAT ABORTS PARTWAY THROUGH
100800*                  1000-INITIALIZE MAY NOT HAVE OPENED EVERY
100900*                  FILE YET, AND CLOSING ONE THAT WAS NEVER
101000*                  OPENED IS A FATAL RUNTIME ERROR, NOT A NO-OP.
101100*----------------------------------------------------------------
101200 9000-TERMINATE.
101300     IF MR-JS-OPEN
101400         CLOSE JOB-STATUS-FILE
101500     END-IF.
101600     IF MR-ME-OPEN
101700         CLOSE MAIL-EXTRACT-FILE
101800     END-IF.
101900     IF MR-XM-OPEN
102000         CLOSE TRANSMISSION-FILE
102100     END-IF.
102200     IF MR-RF-OPEN
102300         CLOSE REPORT-FILE
102400     END-IF.
102500 9000-EXIT.
102600     EXIT.
102700
102800 9999-EXIT.
102900     EXIT PROGRAM.
