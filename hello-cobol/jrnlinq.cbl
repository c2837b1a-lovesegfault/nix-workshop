000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. JRNLINQ.
000300 AUTHOR. R-HENDRICKS.
000400 INSTALLATION. DATA-PROCESSING-CENTER.
000500 DATE-WRITTEN. 2026-09-08.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* JRNLINQ    - CHANGE-JOURNAL INQUIRY AND REPORT. READS THE
000900*              CHANGE JOURNAL (CHGJRNL) THAT CUSTLOAD, RETMLOAD,
000910*              SUPPLOAD, PHRASMNT AND CAMPMNT APPEND TO - AS DO
000920*              BNCLOAD, WITH ITS EMAIL-BOUNCE CUSTMAST ROWS
000930*              (ACTION "B"), AND ERASURE, WITH ITS "ER" DONOTGRT
000940*              ROWS AND THE CUSTMAST ROWS WHOSE IMAGES IT BLANKS -
000950*              AND LISTS EVERY JOURNALED CHANGE FOR A FILE AND KEY
000960*              IN A DATE RANGE - WHO CHANGED IT (PROGRAM AND JOB
000970*              ID), ON WHICH RUN, AND THE BEFORE AND AFTER IMAGES.
000980*              GIVEN AN AS-OF DATE IT ALSO REBUILDS THE RECORD AS
000990*              IT STOOD AT THE END OF THAT DATE, LISTS IT FIELD BY
001000*              FIELD AND WRITES THE IMAGE TO THE REBUILD FILE
001010*              (JRNLRBLD), SO "MY ADDRESS WAS RIGHT LAST MONTH"
001020*              CAN BE ANSWERED FROM THE FILE INSTEAD OF FROM
001030*              MEMORY.
002000*
002010*              PARM 1 IS THE FILE NAME (CUSTMAST, DONOTGRT,
002020*              PHRASMST OR CAMPMST), PARM 2 THE RECORD KEY,
002120*              PARM 3 AND PARM 4 THE FROM-DATE AND TO-DATE
002220*              (YYYYMMDD, INCLUSIVE) AND PARM 5 THE AS-OF DATE.
002320*              A "*" OR AN OMITTED PARM LEAVES THAT SELECTION
002420*              OPEN - ALL FILES, ALL KEYS, OR THAT END OF THE
002520*              RANGE. THE AS-OF REBUILD NEEDS A FILE NAME AND A
002620*              KEY. THE JOURNAL IS APPEND-ONLY, SO FILE ORDER IS
002720*              TIME ORDER AND THE LAST CHANGE ON OR BEFORE THE
002820*              AS-OF DATE IS THE RECORD AS IT STOOD. WITH NO
002830*              CHANGE THAT EARLY, THE BEFORE IMAGE OF THE FIRST
002840*              LATER CHANGE IS THE RECORD AS IT STOOD - UNLESS
002850*              THAT CHANGE WAS THE ADD, WHEN THE RECORD WAS NOT
002860*              ON FILE YET. A RUN THAT FINDS NOTHING ENDS RETURN
003100*              CODE 4.
003200*----------------------------------------------------------------
003300* MODIFICATION HISTORY
003400*   2026-09-08 RH  INITIAL VERSION.
003410*   2026-09-17 RH  ACCEPTS THE NEW CAMPAIGN MASTER (CAMPMST) AND
003420*                  LISTS A REBUILT CAMPAIGN WITH ITS CRITERIA. A
003430*                  REBUILT CUSTOMER NOW SHOWS ITS ADDED DATE.
003440*   2026-09-24 RH  LISTS BNCLOAD'S EMAIL-BOUNCE ENTRIES (ACTION
003450*                  "B") AND SHOWS THE CONTACT CHANNEL, EMAIL
003460*                  ADDRESS AND BOUNCE FLAG ON A REBUILT CUSTOMER.
003470*   2026-10-15 RH  REBUILDS A RECORD LOADED BEFORE JOURNALING
003480*                  BEGAN FROM THE BEFORE IMAGE OF ITS FIRST
003490*                  LATER CHANGE.
003500*----------------------------------------------------------------
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS JI-JR-FILE-STATUS.
004300
004400     SELECT REBUILD-FILE ASSIGN TO "JRNLRBLD"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS JI-RB-FILE-STATUS.
004700
004800     SELECT REPORT-FILE ASSIGN TO "JIRPTFIL"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS JI-RF-FILE-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  CHANGE-JOURNAL-FILE.
005500     COPY JRNLREC.
005600
005700 FD  REBUILD-FILE.
005800 01  REBUILD-RECORD              PIC X(400).
005900
006000 FD  REPORT-FILE.
006100 01  REPORT-RECORD               PIC X(132).
006200
006300 WORKING-STORAGE SECTION.
006400 77  JI-EOF-SW               PIC X(01) VALUE "N".
006500     88  JI-EOF                        VALUE "Y".
006600 77  JI-JR-FILE-STATUS       PIC X(02).
006700 77  JI-JR-OPEN-SW           PIC X(01) VALUE "N".
006800     88  JI-JR-OPEN                    VALUE "Y".
006900 77  JI-RB-FILE-STATUS       PIC X(02).
007000 77  JI-RB-OPEN-SW           PIC X(01) VALUE "N".
007100     88  JI-RB-OPEN                    VALUE "Y".
007200 77  JI-RF-FILE-STATUS       PIC X(02).
007300 77  JI-RF-OPEN-SW           PIC X(01) VALUE "N".
007400     88  JI-RF-OPEN                    VALUE "Y".
007500 77  JI-ARGLEN               PIC 9(04) COMP.
007600 77  JI-FILE-ARG             PIC X(08) VALUE "*".
007700 77  JI-KEY-ARG              PIC X(32) VALUE "*".
007800 77  JI-FROM-DATE            PIC X(08) VALUE "00000000".
007900 77  JI-TO-DATE              PIC X(08) VALUE "99999999".
008000 77  JI-ASOF-DATE            PIC X(08) VALUE "*".
008100 77  JI-REBUILD-SW           PIC X(01) VALUE "N".
008200     88  JI-REBUILD                    VALUE "Y".
008300 77  JI-ASOF-FOUND-SW        PIC X(01) VALUE "N".
008400     88  JI-ASOF-FOUND                 VALUE "Y".
008500 77  JI-ASOF-ACTION          PIC X(01).
008600 77  JI-ASOF-RUN-DATE        PIC X(08).
008700 77  JI-ASOF-RUN-TIME        PIC X(08).
008800 77  JI-ASOF-PROGRAM         PIC X(08).
008810 77  JI-ASOF-BEFORE-SW       PIC X(01) VALUE "N".
008820     88  JI-ASOF-FROM-BEFORE           VALUE "Y".
008830 77  JI-ASOF-LATER-SW        PIC X(01) VALUE "N".
008840     88  JI-ASOF-LATER-SEEN            VALUE "Y".
008900 77  JI-READ-COUNT           PIC 9(08) COMP VALUE 0.
009000 77  JI-LISTED-COUNT         PIC 9(08) COMP VALUE 0.
009100 77  JI-CHUNK-IDX            PIC 9(04) COMP.
009200 77  JI-CHUNK-START          PIC 9(04) COMP.
009300 77  JI-IMAGE-LABEL          PIC X(10).
009400 77  JI-ACTION-TEXT          PIC X(14).
009500 77  JI-RUN-DATE             PIC X(08).
009600 77  JI-RUN-TIME             PIC X(08).
009700 77  JI-END-DATE             PIC X(08).
009800 77  JI-END-TIME             PIC X(08).
009900 77  JI-COUNT-EDIT           PIC ZZZZZZZ9.
010000 01  JI-REPORT-LINE          PIC X(132).
010100 01  JI-IMAGE-WORK           PIC X(400).
010200 01  JI-ASOF-IMAGE           PIC X(400).
010300*----------------------------------------------------------------
010400* MASTER-RECORD VIEWS - THE REBUILT IMAGE IS MOVED TO THE
010500*                       LAYOUT OF THE FILE IT CAME FROM SO THE
010600*                       REPORT CAN LIST IT FIELD BY FIELD.
010700*----------------------------------------------------------------
010800     COPY CUSTMAS.
010900     COPY SUPPREC.
011000     COPY PHRASREC.
011010     COPY CAMPREC.
011100
011200 PROCEDURE DIVISION.
011300
011400*----------------------------------------------------------------
011500* 0000-MAINLINE
011600*----------------------------------------------------------------
011700 0000-MAINLINE.
011800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011900     PERFORM 3100-PROCESS-ENTRY THRU 3100-EXIT
012000         UNTIL JI-EOF.
012100     IF JI-REBUILD
012200         PERFORM 4000-WRITE-REBUILD THRU 4000-EXIT
012300     END-IF.
012400     PERFORM 5000-WRITE-REPORT-TRAILER THRU 5000-EXIT.
012500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012600     GO TO 9999-EXIT.
012700
012800*----------------------------------------------------------------
012900* 1000-INITIALIZE - READ AND VALIDATE THE PARMS, OPEN FILES, AND
013000*                   WRITE THE REPORT HEADER. EACH FILE'S OPEN
013100*                   SWITCH IS SET ONLY AFTER ITS OPEN SUCCEEDS,
013200*                   SO 9000-TERMINATE NEVER CLOSES A FILE THAT
013300*                   WAS NEVER OPENED.
013400*----------------------------------------------------------------
013500 1000-INITIALIZE.
013600     PERFORM 1100-READ-PARMS THRU 1100-EXIT.
013700     OPEN INPUT CHANGE-JOURNAL-FILE.
013800     IF JI-JR-FILE-STATUS NOT = "00"
013900         DISPLAY "JRNLINQ: UNABLE TO OPEN CHANGE JOURNAL - "
014000             "STATUS " JI-JR-FILE-STATUS
014100         MOVE 16 TO RETURN-CODE
014200         PERFORM 9000-TERMINATE THRU 9000-EXIT
014300         GO TO 9999-EXIT
014400     END-IF.
014500     SET JI-JR-OPEN TO TRUE.
014600     OPEN OUTPUT REPORT-FILE.
014700     IF JI-RF-FILE-STATUS NOT = "00"
014800         DISPLAY "JRNLINQ: UNABLE TO OPEN REPORT-FILE - STATUS "
014900             JI-RF-FILE-STATUS
015000         MOVE 16 TO RETURN-CODE
015100         PERFORM 9000-TERMINATE THRU 9000-EXIT
015200         GO TO 9999-EXIT
015300     END-IF.
015400     SET JI-RF-OPEN TO TRUE.
015500     IF JI-REBUILD
015600         OPEN OUTPUT REBUILD-FILE
015700         IF JI-RB-FILE-STATUS NOT = "00"
015800             DISPLAY "JRNLINQ: UNABLE TO OPEN REBUILD FILE - "
015900                 "STATUS " JI-RB-FILE-STATUS
016000             MOVE 16 TO RETURN-CODE
016100             PERFORM 9000-TERMINATE THRU 9000-EXIT
016200             GO TO 9999-EXIT
016300         END-IF
016400         SET JI-RB-OPEN TO TRUE
016500     END-IF.
016600     ACCEPT JI-RUN-DATE FROM DATE YYYYMMDD.
016700     ACCEPT JI-RUN-TIME FROM TIME.
016800     MOVE SPACES TO JI-REPORT-LINE.
016900     STRING "CHANGE-JOURNAL REPORT - FILE " JI-FILE-ARG
017000         " KEY " FUNCTION TRIM(JI-KEY-ARG)
017100         " - CHANGES " JI-FROM-DATE " THRU " JI-TO-DATE
017200         INTO JI-REPORT-LINE.
017300     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
017400     MOVE SPACES TO JI-REPORT-LINE.
017500     STRING "RUN-DATE RUN-TIME FILE     PROGRAM  JOB-ID   "
017600         "ACTION         KEY"
017700         INTO JI-REPORT-LINE.
017800     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
017900     READ CHANGE-JOURNAL-FILE
018000         AT END SET JI-EOF TO TRUE
018100     END-READ.
018200 1000-EXIT.
018300     EXIT.
018400
018500*----------------------------------------------------------------
018600* 1100-READ-PARMS - FILE NAME, KEY, DATE RANGE AND AS-OF DATE,
018700*                   EACH OPTIONAL AND EACH "*" FOR "ANY". A
018800*                   BAD FILE NAME OR DATE, OR AN AS-OF DATE
018900*                   WITHOUT BOTH A FILE NAME AND A KEY, ABORTS
019000*                   BEFORE ANYTHING IS OPENED.
019100*----------------------------------------------------------------
019200 1100-READ-PARMS.
019300     ACCEPT JI-ARGLEN FROM ARGUMENT-NUMBER.
019400     IF JI-ARGLEN > 0
019500         DISPLAY 1 UPON ARGUMENT-NUMBER
019600         ACCEPT JI-FILE-ARG FROM ARGUMENT-VALUE
019700     END-IF.
019800     IF JI-ARGLEN > 1
019900         DISPLAY 2 UPON ARGUMENT-NUMBER
020000         ACCEPT JI-KEY-ARG FROM ARGUMENT-VALUE
020100     END-IF.
020200     IF JI-ARGLEN > 2
020300         DISPLAY 3 UPON ARGUMENT-NUMBER
020400         ACCEPT JI-FROM-DATE FROM ARGUMENT-VALUE
020500     END-IF.
020600     IF JI-ARGLEN > 3
020700         DISPLAY 4 UPON ARGUMENT-NUMBER
020800         ACCEPT JI-TO-DATE FROM ARGUMENT-VALUE
020900     END-IF.
021000     IF JI-ARGLEN > 4
021100         DISPLAY 5 UPON ARGUMENT-NUMBER
021200         ACCEPT JI-ASOF-DATE FROM ARGUMENT-VALUE
021300     END-IF.
021400     IF JI-FILE-ARG = SPACES
021500         MOVE "*" TO JI-FILE-ARG
021600     END-IF.
021700     IF JI-KEY-ARG = SPACES
021800         MOVE "*" TO JI-KEY-ARG
021900     END-IF.
022000     IF JI-FROM-DATE = "*" OR JI-FROM-DATE = SPACES
022100         MOVE "00000000" TO JI-FROM-DATE
022200     END-IF.
022300     IF JI-TO-DATE = "*" OR JI-TO-DATE = SPACES
022400         MOVE "99999999" TO JI-TO-DATE
022500     END-IF.
022600     IF JI-FILE-ARG NOT = "*" AND NOT = "CUSTMAST"
022700         AND NOT = "DONOTGRT" AND NOT = "PHRASMST"
022710         AND NOT = "CAMPMST"
022720         DISPLAY "JRNLINQ: FILE NAME MUST BE CUSTMAST, "
022730             "DONOTGRT, PHRASMST, CAMPMST OR *"
023000         MOVE 16 TO RETURN-CODE
023100         GO TO 9999-EXIT
023200     END-IF.
023300     IF JI-FROM-DATE NOT NUMERIC OR JI-TO-DATE NOT NUMERIC
023400         DISPLAY "JRNLINQ: DATE PARMS MUST BE YYYYMMDD"
023500         MOVE 16 TO RETURN-CODE
023600         GO TO 9999-EXIT
023700     END-IF.
023800     IF JI-FROM-DATE > JI-TO-DATE
023900         DISPLAY "JRNLINQ: FROM-DATE IS GREATER THAN TO-DATE"
024000         MOVE 16 TO RETURN-CODE
024100         GO TO 9999-EXIT
024200     END-IF.
024300     IF JI-ASOF-DATE = "*" OR JI-ASOF-DATE = SPACES
024400         GO TO 1100-EXIT
024500     END-IF.
024600     IF JI-ASOF-DATE NOT NUMERIC
024700         DISPLAY "JRNLINQ: AS-OF DATE MUST BE YYYYMMDD"
024800         MOVE 16 TO RETURN-CODE
024900         GO TO 9999-EXIT
025000     END-IF.
025100     IF JI-FILE-ARG = "*" OR JI-KEY-ARG = "*"
025200         DISPLAY "JRNLINQ: AN AS-OF REBUILD NEEDS A FILE NAME "
025300             "AND A KEY"
025400         MOVE 16 TO RETURN-CODE
025500         GO TO 9999-EXIT
025600     END-IF.
025700     SET JI-REBUILD TO TRUE.
025800 1100-EXIT.
025900     EXIT.
026000
026100*----------------------------------------------------------------
026200* 3100-PROCESS-ENTRY - SELECT ONE JOURNAL RECORD BY FILE AND
026300*                      KEY, LIST IT WHEN ITS RUN DATE FALLS IN
026400*                      THE RANGE, CARRY IT AS THE LATEST STATE
026500*                      WHEN IT FALLS ON OR BEFORE THE AS-OF
026600*                      DATE, AND READ THE NEXT.
026610*                      WITH NOTHING THAT EARLY, THE FIRST ENTRY
026620*                      AFTER THE AS-OF DATE GOES TO
026630*                      3150-TAKE-BEFORE-IMAGE.
026700*----------------------------------------------------------------
026800 3100-PROCESS-ENTRY.
026900     ADD 1 TO JI-READ-COUNT.
027000     IF JI-FILE-ARG NOT = "*"
027100         AND JR-FILE-NAME NOT = JI-FILE-ARG
027200         GO TO 3100-NEXT
027300     END-IF.
027400     IF JI-KEY-ARG NOT = "*"
027500         AND JR-RECORD-KEY NOT = JI-KEY-ARG
027600         GO TO 3100-NEXT
027700     END-IF.
027800     IF JR-RUN-DATE NOT < JI-FROM-DATE
027900         AND JR-RUN-DATE NOT > JI-TO-DATE
028000         PERFORM 3200-LIST-ENTRY THRU 3200-EXIT
028100     END-IF.
028200     IF JI-REBUILD
028300         AND JR-RUN-DATE NOT > JI-ASOF-DATE
028400         SET JI-ASOF-FOUND TO TRUE
028500         MOVE JR-ACTION-CODE TO JI-ASOF-ACTION
028600         MOVE JR-RUN-DATE TO JI-ASOF-RUN-DATE
028700         MOVE JR-RUN-TIME TO JI-ASOF-RUN-TIME
028800         MOVE JR-PROGRAM-ID TO JI-ASOF-PROGRAM
028900         MOVE JR-AFTER-IMAGE TO JI-ASOF-IMAGE
029000     END-IF.
029010     IF JI-REBUILD
029020         AND JR-RUN-DATE > JI-ASOF-DATE
029030         AND NOT JI-ASOF-FOUND
029040         AND NOT JI-ASOF-LATER-SEEN
029050         PERFORM 3150-TAKE-BEFORE-IMAGE THRU 3150-EXIT
029060     END-IF.
029100 3100-NEXT.
029200     READ CHANGE-JOURNAL-FILE
029300         AT END SET JI-EOF TO TRUE
029400     END-READ.
029500 3100-EXIT.
029600     EXIT.
029700
029702*----------------------------------------------------------------
029706* 3150-TAKE-BEFORE-IMAGE - NO JOURNALED CHANGE ON OR BEFORE THE
029710*                          AS-OF DATE, SO THE RECORD WAS EITHER
029714*                          NOT ON FILE THEN OR LOADED BEFORE
029718*                          JOURNALING BEGAN. THE FIRST LATER
029722*                          CHANGE SETTLES IT: AN ADD MEANS NOT ON
029726*                          FILE; ANY OTHER CHANGE'S BEFORE IMAGE
029730*                          IS THE RECORD AS IT STOOD. A ROW WHOSE
029734*                          IMAGES ERASURE BLANKED GIVES NOTHING.
029738*----------------------------------------------------------------
029742 3150-TAKE-BEFORE-IMAGE.
029746     SET JI-ASOF-LATER-SEEN TO TRUE.
029750     IF JR-ADD OR JR-BEFORE-IMAGE = SPACES
029754         GO TO 3150-EXIT
029758     END-IF.
029762     SET JI-ASOF-FOUND TO TRUE.
029766     SET JI-ASOF-FROM-BEFORE TO TRUE.
029770     MOVE JR-ACTION-CODE TO JI-ASOF-ACTION.
029774     MOVE JR-RUN-DATE TO JI-ASOF-RUN-DATE.
029778     MOVE JR-RUN-TIME TO JI-ASOF-RUN-TIME.
029782     MOVE JR-PROGRAM-ID TO JI-ASOF-PROGRAM.
029786     MOVE JR-BEFORE-IMAGE TO JI-ASOF-IMAGE.
029790 3150-EXIT.
029794     EXIT.
029798
029800*----------------------------------------------------------------
029900* 3200-LIST-ENTRY - ONE HEADING LINE FOR THE CHANGE, THEN THE
030000*                   BEFORE AND AFTER IMAGES.
030100*----------------------------------------------------------------
030200 3200-LIST-ENTRY.
030300     ADD 1 TO JI-LISTED-COUNT.
030400     EVALUATE TRUE
030500         WHEN JR-ADD
030600             MOVE "ADDED" TO JI-ACTION-TEXT
030700         WHEN JR-CHANGE
030800             MOVE "CHANGED" TO JI-ACTION-TEXT
030900         WHEN JR-DELETE
031000             MOVE "DELETED" TO JI-ACTION-TEXT
031100         WHEN JR-UNDELIVERABLE
031200             MOVE "UNDELIVERABLE" TO JI-ACTION-TEXT
031210         WHEN JR-EMAIL-BOUNCED
031220             MOVE "EMAIL BOUNCED" TO JI-ACTION-TEXT
031300         WHEN OTHER
031400             MOVE "UNKNOWN ACTION" TO JI-ACTION-TEXT
031500     END-EVALUATE.
031600     MOVE SPACES TO JI-REPORT-LINE.
031700     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
031800     STRING JR-RUN-DATE " " JR-RUN-TIME " " JR-FILE-NAME " "
031900         JR-PROGRAM-ID " " JR-JOB-ID " " JI-ACTION-TEXT " "
032000         JR-RECORD-KEY
032100         INTO JI-REPORT-LINE.
032200     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
032300     MOVE "  BEFORE: " TO JI-IMAGE-LABEL.
032400     MOVE JR-BEFORE-IMAGE TO JI-IMAGE-WORK.
032500     PERFORM 3300-LIST-IMAGE THRU 3300-EXIT.
032600     MOVE "  AFTER:  " TO JI-IMAGE-LABEL.
032700     MOVE JR-AFTER-IMAGE TO JI-IMAGE-WORK.
032800     PERFORM 3300-LIST-IMAGE THRU 3300-EXIT.
032900 3200-EXIT.
033000     EXIT.
033100
033200*----------------------------------------------------------------
033300* 3300-LIST-IMAGE - LIST ONE IMAGE IN 100-BYTE SLICES, SKIPPING
033400*                   ALL-BLANK SLICES. A WHOLLY BLANK IMAGE -
033500*                   THE BEFORE OF AN ADD, THE AFTER OF A
033600*                   DELETE - LISTS AS "(NONE)".
033700*----------------------------------------------------------------
033800 3300-LIST-IMAGE.
033900     IF JI-IMAGE-WORK = SPACES
034000         MOVE SPACES TO JI-REPORT-LINE
034100         STRING JI-IMAGE-LABEL "(NONE)" INTO JI-REPORT-LINE
034200         WRITE REPORT-RECORD FROM JI-REPORT-LINE
034300         GO TO 3300-EXIT
034400     END-IF.
034500     PERFORM 3350-LIST-ONE-SLICE THRU 3350-EXIT
034600         VARYING JI-CHUNK-IDX FROM 1 BY 1
034700         UNTIL JI-CHUNK-IDX > 4.
034800 3300-EXIT.
034900     EXIT.
035000
035100 3350-LIST-ONE-SLICE.
035200     COMPUTE JI-CHUNK-START = (JI-CHUNK-IDX - 1) * 100 + 1.
035300     IF JI-IMAGE-WORK(JI-CHUNK-START:100) = SPACES
035400         GO TO 3350-EXIT
035500     END-IF.
035600     MOVE SPACES TO JI-REPORT-LINE.
035700     STRING JI-IMAGE-LABEL JI-IMAGE-WORK(JI-CHUNK-START:100)
035800         INTO JI-REPORT-LINE.
035900     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
036000     MOVE SPACES TO JI-IMAGE-LABEL.
036100 3350-EXIT.
036200     EXIT.
036300
036400*----------------------------------------------------------------
036500* 4000-WRITE-REBUILD - THE RECORD AS IT STOOD AT THE END OF THE
036600*                      AS-OF DATE: THE AFTER IMAGE OF THE LAST
036700*                      JOURNALED CHANGE ON OR BEFORE IT, OR THE
036710*                      BEFORE IMAGE OF THE FIRST CHANGE AFTER IT
036720*                      WHEN THE RECORD PREDATES THE JOURNAL. NO
036730*                      IMAGE EITHER WAY, OR A LAST CHANGE THAT
036900*                      WAS A DELETE, MEANS THE RECORD WAS NOT ON
037000*                      FILE THAT DAY AND NOTHING IS WRITTEN TO
037100*                      THE REBUILD FILE.
037200*----------------------------------------------------------------
037300 4000-WRITE-REBUILD.
037400     MOVE SPACES TO JI-REPORT-LINE.
037500     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
037600     MOVE SPACES TO JI-REPORT-LINE.
037700     STRING "RECORD AS OF " JI-ASOF-DATE ": " JI-FILE-ARG
037800         " " JI-KEY-ARG
037900         INTO JI-REPORT-LINE.
038000     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
038100     IF NOT JI-ASOF-FOUND
038200         MOVE SPACES TO JI-REPORT-LINE
038300         STRING "  NO JOURNALED CHANGE ON OR BEFORE "
038400             JI-ASOF-DATE " - NOT ON FILE THEN, OR UNCHANGED "
038500             "SINCE BEFORE JOURNALING BEGAN"
038600             INTO JI-REPORT-LINE
038700         WRITE REPORT-RECORD FROM JI-REPORT-LINE
038800         GO TO 4000-EXIT
038900     END-IF.
038910     IF JI-ASOF-FROM-BEFORE
038920         MOVE SPACES TO JI-REPORT-LINE
038930         STRING "  UNCHANGED SINCE BEFORE JOURNALING - IMAGE "
038940             "FROM " JI-ASOF-RUN-DATE " " JI-ASOF-RUN-TIME " "
038950             JI-ASOF-PROGRAM " BEFORE-IMAGE"
038960             INTO JI-REPORT-LINE
038970         WRITE REPORT-RECORD FROM JI-REPORT-LINE
038980         GO TO 4000-LIST-RECORD
038990     END-IF.
039000     IF JI-ASOF-ACTION = "D"
039100         MOVE SPACES TO JI-REPORT-LINE
039200         STRING "  NOT ON FILE - DELETED " JI-ASOF-RUN-DATE
039300             " " JI-ASOF-RUN-TIME " BY " JI-ASOF-PROGRAM
039400             INTO JI-REPORT-LINE
039500         WRITE REPORT-RECORD FROM JI-REPORT-LINE
039600         GO TO 4000-EXIT
039700     END-IF.
039800     MOVE SPACES TO JI-REPORT-LINE.
039900     STRING "  LAST CHANGED " JI-ASOF-RUN-DATE " "
040000         JI-ASOF-RUN-TIME " BY " JI-ASOF-PROGRAM
040100         INTO JI-REPORT-LINE.
040200     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
040250 4000-LIST-RECORD.
040300     EVALUATE JI-FILE-ARG
040400         WHEN "CUSTMAST"
040500             PERFORM 4100-LIST-CUSTOMER THRU 4100-EXIT
040600         WHEN "DONOTGRT"
040700             PERFORM 4200-LIST-SUPPRESSION THRU 4200-EXIT
040800         WHEN "PHRASMST"
040900             PERFORM 4300-LIST-PHRASE THRU 4300-EXIT
040910         WHEN "CAMPMST"
040920             PERFORM 4400-LIST-CAMPAIGN THRU 4400-EXIT
041000     END-EVALUATE.
041100     WRITE REBUILD-RECORD FROM JI-ASOF-IMAGE.
041200 4000-EXIT.
041300     EXIT.
041400
041500*----------------------------------------------------------------
041600* 4100-LIST-CUSTOMER - THE REBUILT CUSTOMER-MASTER RECORD.
041700*----------------------------------------------------------------
041800 4100-LIST-CUSTOMER.
041900     MOVE JI-ASOF-IMAGE TO CUSTOMER-MASTER-RECORD.
042000     MOVE SPACES TO JI-REPORT-LINE.
042100     STRING "  CUSTOMER ID:   " CM-CUSTOMER-ID
042200         INTO JI-REPORT-LINE.
042300     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
042400     MOVE SPACES TO JI-REPORT-LINE.
042500     STRING "  NAME:          " CM-NAME
042600         "  LANGUAGE: " CM-LANGUAGE-CODE
042700         INTO JI-REPORT-LINE.
042800     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
042900     MOVE SPACES TO JI-REPORT-LINE.
043000     STRING "  SALUTATION:    " CM-TITLE " " CM-FIRST-NAME
043100         " " CM-LAST-NAME " " CM-SUFFIX
043200         INTO JI-REPORT-LINE.
043300     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
043400     MOVE SPACES TO JI-REPORT-LINE.
043500     STRING "  BIRTH DATE:    " CM-BIRTH-DATE
043600         "  ANNIVERSARY: " CM-ANNIVERSARY-DATE
043700         INTO JI-REPORT-LINE.
043800     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
043900     MOVE SPACES TO JI-REPORT-LINE.
044000     STRING "  ADDRESS:       " CM-ADDR-LINE-1 " "
044100         CM-ADDR-LINE-2
044200         INTO JI-REPORT-LINE.
044300     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
044400     MOVE SPACES TO JI-REPORT-LINE.
044500     STRING "                 " CM-CITY " " CM-STATE " "
044600         CM-POSTAL-CODE
044700         INTO JI-REPORT-LINE.
044800     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
044900     MOVE SPACES TO JI-REPORT-LINE.
045000     STRING "  UNDELIVERABLE: " CM-UNDELIVERABLE-SW
045100         "  REASON: " CM-RETURN-REASON
045200         "  RETURNED: " CM-RETURN-DATE
045300         INTO JI-REPORT-LINE.
045400     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
045410     MOVE SPACES TO JI-REPORT-LINE.
045420     STRING "  ADDED:         " CM-ADDED-DATE
045430         INTO JI-REPORT-LINE.
045440     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
045445     MOVE SPACES TO JI-REPORT-LINE.
045450     STRING "  CHANNEL:       " CM-CONTACT-CHANNEL
045455         "  EMAIL: " CM-EMAIL-ADDRESS
045460         INTO JI-REPORT-LINE.
045465     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
045470     MOVE SPACES TO JI-REPORT-LINE.
045475     STRING "  BOUNCED:       " CM-EMAIL-BOUNCED-SW
045480         "  REASON: " CM-BOUNCE-REASON
045485         "  BOUNCED ON: " CM-BOUNCE-DATE
045490         INTO JI-REPORT-LINE.
045495     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
045500 4100-EXIT.
045600     EXIT.
045700
045800*----------------------------------------------------------------
045900* 4200-LIST-SUPPRESSION - THE REBUILT DO-NOT-GREET RECORD.
046000*----------------------------------------------------------------
046100 4200-LIST-SUPPRESSION.
046200     MOVE JI-ASOF-IMAGE TO SUPPRESSION-RECORD.
046300     MOVE SPACES TO JI-REPORT-LINE.
046400     STRING "  SUPPRESS KEY:  " SP-SUPPRESS-KEY
046500         "  REASON: " SP-REASON-CODE
046600         "  EFFECTIVE: " SP-EFFECTIVE-DATE
046700         INTO JI-REPORT-LINE.
046800     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
046900 4200-EXIT.
047000     EXIT.
047100
047200*----------------------------------------------------------------
047300* 4300-LIST-PHRASE - THE REBUILT PHRASE-MASTER RECORD.
047400*----------------------------------------------------------------
047500 4300-LIST-PHRASE.
047600     MOVE JI-ASOF-IMAGE TO PHRASE-MASTER-RECORD.
047700     MOVE SPACES TO JI-REPORT-LINE.
047800     STRING "  LANGUAGE: " PM-LANGUAGE-CODE
047900         "  OCCASION: " PM-OCCASION-CODE
048000         "  PHRASE: " PM-PHRASE
048100         INTO JI-REPORT-LINE.
048200     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
048300 4300-EXIT.
048400     EXIT.
048402
048404*----------------------------------------------------------------
048406* 4400-LIST-CAMPAIGN - THE REBUILT CAMPAIGN-MASTER RECORD.
048408*----------------------------------------------------------------
048410 4400-LIST-CAMPAIGN.
048412     MOVE JI-ASOF-IMAGE TO CAMPAIGN-MASTER-RECORD.
048414     MOVE SPACES TO JI-REPORT-LINE.
048416     STRING "  CAMPAIGN:      " CA-CAMPAIGN-CODE
048418         "  " CA-DESCRIPTION
048420         INTO JI-REPORT-LINE.
048422     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
048424     MOVE SPACES TO JI-REPORT-LINE.
048426     STRING "  RUNS:          " CA-START-DATE " TO " CA-END-DATE
048428         "  OCCASION: " CA-OCCASION-CODE
048430         INTO JI-REPORT-LINE.
048432     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
048434     MOVE SPACES TO JI-REPORT-LINE.
048436     STRING "  LANGUAGES:     " CA-LANGUAGE-CODE(1) " "
048438         CA-LANGUAGE-CODE(2) " " CA-LANGUAGE-CODE(3) " "
048440         CA-LANGUAGE-CODE(4) " " CA-LANGUAGE-CODE(5)
048442         INTO JI-REPORT-LINE.
048444     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
048446     MOVE SPACES TO JI-REPORT-LINE.
048448     STRING "  STATES:        " CA-STATE(1) " " CA-STATE(2) " "
048450         CA-STATE(3) " " CA-STATE(4) " " CA-STATE(5) " "
048452         CA-STATE(6) " " CA-STATE(7) " " CA-STATE(8) " "
048454         CA-STATE(9) " " CA-STATE(10)
048456         INTO JI-REPORT-LINE.
048458     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
048460     MOVE SPACES TO JI-REPORT-LINE.
048462     STRING "  POSTAL RANGES: " CA-POSTAL-LOW(1) "-"
048464         CA-POSTAL-HIGH(1) " " CA-POSTAL-LOW(2) "-"
048466         CA-POSTAL-HIGH(2) " " CA-POSTAL-LOW(3) "-"
048468         CA-POSTAL-HIGH(3)
048470         INTO JI-REPORT-LINE.
048472     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
048474     MOVE SPACES TO JI-REPORT-LINE.
048476     STRING "  ADDED SINCE:   " CA-ADDED-SINCE
048478         INTO JI-REPORT-LINE.
048480     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
048482 4400-EXIT.
048484     EXIT.
048500
048600*----------------------------------------------------------------
048700* 5000-WRITE-REPORT-TRAILER - TOTALS AND END TIMESTAMP. A RUN
048800*                             THAT LISTED NO CHANGE AND REBUILT
048900*                             NO RECORD ENDS RETURN CODE 4.
049000*----------------------------------------------------------------
049100 5000-WRITE-REPORT-TRAILER.
049200     ACCEPT JI-END-DATE FROM DATE YYYYMMDD.
049300     ACCEPT JI-END-TIME FROM TIME.
049400     MOVE SPACES TO JI-REPORT-LINE.
049500     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
049600     MOVE SPACES TO JI-REPORT-LINE.
049700     MOVE JI-READ-COUNT TO JI-COUNT-EDIT.
049800     STRING "JOURNAL RECORDS READ: " JI-COUNT-EDIT
049900         INTO JI-REPORT-LINE.
050000     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
050100     MOVE SPACES TO JI-REPORT-LINE.
050200     MOVE JI-LISTED-COUNT TO JI-COUNT-EDIT.
050300     STRING "CHANGES LISTED: " JI-COUNT-EDIT
050400         INTO JI-REPORT-LINE.
050500     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
050600     IF JI-LISTED-COUNT = 0 AND NOT JI-ASOF-FOUND
050700         AND RETURN-CODE = 0
050800         MOVE 4 TO RETURN-CODE
050900     END-IF.
051000     MOVE SPACES TO JI-REPORT-LINE.
051100     STRING "RUN STARTED " JI-RUN-DATE " " JI-RUN-TIME
051200         " - ENDED " JI-END-DATE " " JI-END-TIME
051300         INTO JI-REPORT-LINE.
051400     WRITE REPORT-RECORD FROM JI-REPORT-LINE.
051500 5000-EXIT.
051600     EXIT.
051700
051800*----------------------------------------------------------------
051900* 9000-TERMINATE - CLOSE WHATEVER FILES THIS RUN ACTUALLY
052000*                  OPENED. A RUN THAT ABORTS PARTWAY THROUGH
052100*                  1000-INITIALIZE MAY NOT HAVE OPENED EVERY
052200*                  FILE YET, AND CLOSING ONE THAT WAS NEVER
052300*                  OPENED IS A FATAL RUNTIME ERROR, NOT A NO-OP.
052400*----------------------------------------------------------------
052500 9000-TERMINATE.
052600     IF JI-JR-OPEN
052700         CLOSE CHANGE-JOURNAL-FILE
052800     END-IF.
052900     IF JI-RB-OPEN
053000         CLOSE REBUILD-FILE
053100     END-IF.
053200     IF JI-RF-OPEN
053300         CLOSE REPORT-FILE
053400     END-IF.
053500 9000-EXIT.
053600     EXIT.
053700
053800 9999-EXIT.
053900     EXIT PROGRAM.
