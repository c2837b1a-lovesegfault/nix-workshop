000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. XREFCHK.
000300 AUTHOR. R-HENDRICKS.
000400 INSTALLATION. DATA-PROCESSING-CENTER.
000500 DATE-WRITTEN. 2026-10-09.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* XREFCHK    - PERIODIC CROSS-FILE INTEGRITY SWEEP. THE FILES
000900*              AROUND THE CUSTOMER MASTER DRIFT AWAY FROM IT AS
001000*              CUSTLOAD ADDS AND DELETES CUSTOMERS, AND NOTHING
001100*              ELSE NOTICES. THIS STEP CHECKS THEM AGAINST IT:
001200*                - GREETHST ROWS FOR CUSTOMER IDS NOT ON CUSTMAST,
001300*                - DONOTGRT ENTRIES MATCHING NO CUSTOMER ID AND NO
001400*                  CUSTOMER NAME (THE NAME HELLOCM CHECKS -
001500*                  CM-NAME, OR FIRST AND LAST NAME WHEN IT IS
001600*                  BLANK),
001700*                - DUPTRANS MERGE PROPOSALS WHOSE CUSTOMER IS NO
001800*                  LONGER ON CUSTMAST,
001900*                - CUSTOMER LANGUAGE CODES WITH NO ORDINARY PHRASE
002000*                  ON PHRASMST, WHICH GREET TURNS INTO ENGLISH
002100*                  EVERY NIGHT - SPLIT INTO CODES WITH NO PHRASE
002200*                  AT ALL AND CODES WITH OCCASION PHRASES ONLY.
002300*              EACH CLASS IS LISTED WITH ITS OFFENDING KEYS AND
002400*              COUNTED ON THE TRAILER. A FILE NOT ON THIS SYSTEM
002500*              IS NOTED AND ITS CHECK SKIPPED.
002600*
002700*              A DONOTGRT KEY IS TAKEN AS A CUSTOMER ID WHEN IT
002800*              FITS IN AN ID (TEN BYTES) WITH NO EMBEDDED SPACE;
002900*              ANY OTHER UNMATCHED KEY IS A NAME, WHICH MAY WELL
003000*              BE THERE FOR HELLOBAT'S NAME FILE, AND IS LISTED
003100*              FOR INFORMATION ONLY. AN ERASURE ENTRY (REASON
003200*              "ER") MATCHES NOBODY BY DESIGN AND IS ONLY
003300*              COUNTED. A BLANK LANGUAGE CODE GETS HELLOCM'S
003400*              DEFAULT LANGUAGE AND IS NOT A MISMATCH.
003500*
003600*              NOTHING IS CHANGED HERE. PROPOSED CLEANUP
003700*              TRANSACTIONS ARE WRITTEN FOR AN OPERATOR TO REVIEW
003800*              AND FEED TO THE MAINTENANCE PROGRAMS, AS DUPSCAN
003900*              DOES:
004000*                XREFSTRN - SUPPTRN DELETES FOR THE ORPHAN ID
004100*                           KEYS,
004200*                XREFCTRN - CUSTTRN CHANGES TO ENGLISH FOR THE
004300*                           CUSTOMERS ON A CODE WITH NO PHRASE AT
004400*                           ALL, CARRYING THE REST OF THE MASTER
004500*                           RECORD UNCHANGED. A CUSTOMER FLAGGED
004600*                           UNDELIVERABLE OR BOUNCED IS LEFT OUT,
004700*                           SINCE A CUSTLOAD CHANGE CLEARS THE
004800*                           FLAG.
004900*              GREETHST HAS NO MAINTENANCE TRANSACTION AND A STALE
005000*              DUPTRANS PROPOSAL IS REJECTED BY CUSTLOAD AS NOT ON
005100*              FILE, SO THOSE TWO CLASSES ARE REPORT-ONLY.
005200*
005300*              PARM 1, OPTIONAL, IS THE DRIFT THRESHOLD (DEFAULT
005400*              100). THE FINDINGS - ORPHAN GREETHST ROWS, ORPHAN
005500*              DONOTGRT ID KEYS, ORPHAN DUPTRANS PROPOSALS AND
005600*              CUSTOMERS ON A CODE WITH NO ORDINARY PHRASE - ARE
005700*              TOTALLED AND GRADE THE RETURN CODE: 0 NONE, 4 UP TO
005800*              THE THRESHOLD, 8 PAST IT, 16 HARD FAILURE. A
005900*              JOBSTAT ROW (PROGRAM XREFCHK) CARRIES THE TOTAL SO
006000*              THE SCHEDULER SEES THE TREND.
006100*----------------------------------------------------------------
006200* MODIFICATION HISTORY
006300*   2026-10-09 RH  INITIAL VERSION - ORPHANED HISTORY, SUPPRESSION
006400*                  AND MERGE ROWS AND UNPHRASED LANGUAGE CODES
006500*                  WERE PILING UP UNSEEN.
006600*----------------------------------------------------------------
006700
006800 ENVIRONMENT DIVISION.
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS CM-CUSTOMER-ID
007500         FILE STATUS IS XR-CM-FILE-STATUS.
007600
007700     SELECT GREETING-HISTORY-FILE ASSIGN TO "GREETHST"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS SEQUENTIAL
008000         RECORD KEY IS GH-CUSTOMER-ID
008100         FILE STATUS IS XR-GH-FILE-STATUS.
008200
008300     SELECT SUPPRESS-FILE ASSIGN TO "DONOTGRT"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS SEQUENTIAL
008600         RECORD KEY IS SP-SUPPRESS-KEY
008700         FILE STATUS IS XR-SP-FILE-STATUS.
008800
008900     SELECT PHRASE-MASTER-FILE ASSIGN TO "PHRASMST"
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS SEQUENTIAL
009200         RECORD KEY IS PM-PHRASE-KEY
009300         FILE STATUS IS XR-PM-FILE-STATUS.
009400
009500     SELECT MERGE-TRAN-FILE ASSIGN TO "DUPTRANS"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS XR-MT-FILE-STATUS.
009800
009900     SELECT CUST-PROPOSAL-FILE ASSIGN TO "XREFCTRN"
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS XR-CP-FILE-STATUS.
010200
010300     SELECT SUPP-PROPOSAL-FILE ASSIGN TO "XREFSTRN"
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS XR-SX-FILE-STATUS.
010600
010700     SELECT REPORT-FILE ASSIGN TO "XRRPTFIL"
010800         ORGANIZATION IS LINE SEQUENTIAL
010900         FILE STATUS IS XR-RF-FILE-STATUS.
011000
011100     SELECT JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
011200         ORGANIZATION IS LINE SEQUENTIAL
011300         FILE STATUS IS XR-JS-FILE-STATUS.
011400
011500     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK07".
011600
011700 DATA DIVISION.
011800 FILE SECTION.
011900 FD  CUSTOMER-MASTER-FILE.
012000     COPY CUSTMAS.
012100
012200 FD  GREETING-HISTORY-FILE.
012300     COPY GRTHIST.
012400
012500 FD  SUPPRESS-FILE.
012600     COPY SUPPREC.
012700
012800 FD  PHRASE-MASTER-FILE.
012900     COPY PHRASREC.
013000
013100*----------------------------------------------------------------
013200* MERGE-TRAN-RECORD - DUPSCAN'S PROPOSED CUSTTRN DELETES. ONLY
013300*                     THE LEADING FIELDS ARE NEEDED HERE, SO THE
013400*                     RECORD IS MAPPED LOCALLY AND CUSTTRN ITSELF
013500*                     IS LEFT TO THE PROPOSAL FILE.
013600*----------------------------------------------------------------
013700 FD  MERGE-TRAN-FILE.
013800 01  MERGE-TRAN-RECORD.
013900     05  XR-MT-ACTION-CODE       PIC X(01).
014000     05  XR-MT-CUSTOMER-ID       PIC X(10).
014100     05  XR-MT-NAME              PIC X(32).
014200     05  FILLER                  PIC X(223).
014300
014400 FD  CUST-PROPOSAL-FILE.
014500     COPY CUSTTRN.
014600
014700 FD  SUPP-PROPOSAL-FILE.
014800     COPY SUPPTRN.
014900
015000 FD  REPORT-FILE.
015100 01  REPORT-RECORD               PIC X(132).
015200
015300 FD  JOB-STATUS-FILE.
015400     COPY JOBSTAT.
015500
015600 SD  SORT-WORK-FILE.
015700 01  SORT-RECORD.
015800     05  XR-SORT-KEY             PIC X(32).
015900     05  XR-SORT-TYPE            PIC X(01).
016000
016100 WORKING-STORAGE SECTION.
016200 77  XR-CM-FILE-STATUS       PIC X(02).
016300 77  XR-CM-OPEN-SW           PIC X(01) VALUE "N".
016400     88  XR-CM-OPEN                    VALUE "Y".
016500 77  XR-CM-EOF-SW            PIC X(01) VALUE "N".
016600     88  XR-CM-EOF                     VALUE "Y".
016700 77  XR-GH-FILE-STATUS       PIC X(02).
016800 77  XR-GH-OPEN-SW           PIC X(01) VALUE "N".
016900     88  XR-GH-OPEN                    VALUE "Y".
017000 77  XR-GH-EOF-SW            PIC X(01) VALUE "N".
017100     88  XR-GH-EOF                     VALUE "Y".
017200 77  XR-SP-FILE-STATUS       PIC X(02).
017300 77  XR-SP-OPEN-SW           PIC X(01) VALUE "N".
017400     88  XR-SP-OPEN                    VALUE "Y".
017500 77  XR-SP-EOF-SW            PIC X(01) VALUE "N".
017600     88  XR-SP-EOF                     VALUE "Y".
017700 77  XR-PM-FILE-STATUS       PIC X(02).
017800 77  XR-PM-OPEN-SW           PIC X(01) VALUE "N".
017900     88  XR-PM-OPEN                    VALUE "Y".
018000 77  XR-PM-EOF-SW            PIC X(01) VALUE "N".
018100     88  XR-PM-EOF                     VALUE "Y".
018200 77  XR-PM-CHECKED-SW        PIC X(01) VALUE "N".
018300     88  XR-PM-CHECKED                 VALUE "Y".
018400 77  XR-MT-FILE-STATUS       PIC X(02).
018500 77  XR-MT-OPEN-SW           PIC X(01) VALUE "N".
018600     88  XR-MT-OPEN                    VALUE "Y".
018700 77  XR-MT-EOF-SW            PIC X(01) VALUE "N".
018800     88  XR-MT-EOF                     VALUE "Y".
018900 77  XR-CP-FILE-STATUS       PIC X(02).
019000 77  XR-CP-OPEN-SW           PIC X(01) VALUE "N".
019100     88  XR-CP-OPEN                    VALUE "Y".
019200 77  XR-SX-FILE-STATUS       PIC X(02).
019300 77  XR-SX-OPEN-SW           PIC X(01) VALUE "N".
019400     88  XR-SX-OPEN                    VALUE "Y".
019500 77  XR-RF-FILE-STATUS       PIC X(02).
019600 77  XR-RF-OPEN-SW           PIC X(01) VALUE "N".
019700     88  XR-RF-OPEN                    VALUE "Y".
019800 77  XR-JS-FILE-STATUS       PIC X(02).
019900 77  XR-SORT-EOF-SW          PIC X(01) VALUE "N".
020000     88  XR-SORT-EOF                   VALUE "Y".
020100 77  XR-TABLE-FULL-SW        PIC X(01) VALUE "N".
020200     88  XR-TABLE-FULL                 VALUE "Y".
020300 77  XR-ARGLEN               PIC 9(04) COMP.
020400 77  XR-DRIFT-LIMIT          PIC 9(08) COMP VALUE 100.
020500 77  XR-CUSTOMER-COUNT       PIC 9(08) COMP VALUE 0.
020600 77  XR-GH-READ-COUNT        PIC 9(08) COMP VALUE 0.
020700 77  XR-GH-ORPHAN-COUNT      PIC 9(08) COMP VALUE 0.
020800 77  XR-SP-READ-COUNT        PIC 9(08) COMP VALUE 0.
020900 77  XR-SP-MATCHED-COUNT     PIC 9(08) COMP VALUE 0.
021000 77  XR-SP-ERASED-COUNT      PIC 9(08) COMP VALUE 0.
021100 77  XR-SP-ORPHAN-COUNT      PIC 9(08) COMP VALUE 0.
021200 77  XR-SP-NAME-COUNT        PIC 9(08) COMP VALUE 0.
021300 77  XR-MT-READ-COUNT        PIC 9(08) COMP VALUE 0.
021400 77  XR-MT-ORPHAN-COUNT      PIC 9(08) COMP VALUE 0.
021500 77  XR-NO-PHRASE-CODES      PIC 9(08) COMP VALUE 0.
021600 77  XR-OCCASION-ONLY-CODES  PIC 9(08) COMP VALUE 0.
021700 77  XR-FALLBACK-CUSTOMERS   PIC 9(08) COMP VALUE 0.
021800 77  XR-CT-PROPOSED-COUNT    PIC 9(08) COMP VALUE 0.
021900 77  XR-CT-FLAGGED-COUNT     PIC 9(08) COMP VALUE 0.
022000 77  XR-SN-PROPOSED-COUNT    PIC 9(08) COMP VALUE 0.
022100 77  XR-DRIFT-COUNT          PIC 9(08) COMP VALUE 0.
022200 77  XR-SPACE-TALLY          PIC 9(04) COMP.
022300 77  XR-KEY-LENGTH           PIC 9(04) COMP.
022400 77  XR-PL-IDX               PIC 9(04) COMP.
022500 77  XR-PL-MATCH-IDX         PIC 9(04) COMP.
022600 77  XR-LG-IDX               PIC 9(04) COMP.
022700 77  XR-LG-MATCH-IDX         PIC 9(04) COMP.
022800 77  XR-CLASS-TEXT           PIC X(40).
022900 77  XR-RUN-DATE             PIC X(08).
023000 77  XR-RUN-TIME             PIC X(08).
023100 77  XR-END-DATE             PIC X(08) VALUE SPACES.
023200 77  XR-END-TIME             PIC X(08) VALUE SPACES.
023300 77  XR-COUNT-EDIT           PIC ZZZZZZZ9.
023400 77  XR-ENV-NAME             PIC X(20).
023500 77  XR-JOB-ID               PIC X(08).
023600 77  XR-LIMIT-PARM           PIC X(08) VALUE SPACES.
023700 01  XR-LIMIT-RJ             PIC X(08) JUSTIFIED RIGHT.
023800 01  XR-LIMIT-NUM REDEFINES XR-LIMIT-RJ
023900                             PIC 9(08).
024000 01  XR-REPORT-LINE          PIC X(132).
024100 01  XR-CHECK-NAME           PIC X(32).
024200 01  XR-FALLBACK-NAME        PIC X(41).
024300*----------------------------------------------------------------
024400* XR-PHRASE-TABLE - ONE ENTRY PER LANGUAGE ON THE PHRASE MASTER:
024500*                   WHETHER IT HAS AN ORDINARY (BLANK-OCCASION)
024600*                   PHRASE AND HOW MANY OCCASION PHRASES.
024700*----------------------------------------------------------------
024800 01  XR-PHRASE-TABLE.
024900     05  XR-PL-COUNT             PIC 9(04) COMP VALUE 0.
025000     05  XR-PL-ENTRY OCCURS 200 TIMES.
025100         10  XR-PL-CODE          PIC X(02).
025200         10  XR-PL-ORDINARY-SW   PIC X(01).
025300             88  XR-PL-HAS-ORDINARY       VALUE "Y".
025400         10  XR-PL-OCCASIONS     PIC 9(04) COMP.
025500*----------------------------------------------------------------
025600* XR-LANGUAGE-TABLE - ONE ENTRY PER LANGUAGE CODE THE CUSTOMERS
025700*                     CARRY, WITH THE CUSTOMER COUNT AND WHAT THE
025800*                     PHRASE MASTER HOLDS FOR IT: "P" AN ORDINARY
025900*                     PHRASE, "O" OCCASION PHRASES ONLY, "N" NO
026000*                     PHRASE AT ALL, "D" BLANK (DEFAULT LANGUAGE)
026100*                     OR "U" UNCHECKED (NO PHRASE MASTER).
026200*----------------------------------------------------------------
026300 01  XR-LANGUAGE-TABLE.
026400     05  XR-LG-COUNT             PIC 9(04) COMP VALUE 0.
026500     05  XR-LG-ENTRY OCCURS 200 TIMES.
026600         10  XR-LG-CODE          PIC X(02).
026700         10  XR-LG-CUSTOMERS     PIC 9(08) COMP.
026800         10  XR-LG-STATUS        PIC X(01).
026900             88  XR-LG-PHRASED            VALUE "P".
027000             88  XR-LG-OCCASION-ONLY      VALUE "O".
027100             88  XR-LG-NO-PHRASE          VALUE "N".
027200             88  XR-LG-DEFAULT            VALUE "D".
027300             88  XR-LG-UNCHECKED          VALUE "U".
027400
027500 PROCEDURE DIVISION.
027600
027700*----------------------------------------------------------------
027800* 0000-MAINLINE - THE SORT CARRIES THE CUSTOMER PASS AND THE
027900*                 SUPPRESSION CHECK: THE INPUT PROCEDURE READS
028000*                 THE MASTER, TALLIES LANGUAGE CODES AND RELEASES
028100*                 EVERY CUSTOMER'S ID AND NAME; THE OUTPUT
028200*                 PROCEDURE MATCHES DONOTGRT AGAINST THEM IN KEY
028300*                 ORDER. THE HISTORY AND MERGE FILES ARE THEN
028400*                 CHECKED BY RANDOM READS ON THE MASTER.
028500*----------------------------------------------------------------
028600 0000-MAINLINE.
028700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028800     PERFORM 1500-LOAD-PHRASES THRU 1500-EXIT.
028900     SORT SORT-WORK-FILE
029000         ON ASCENDING KEY XR-SORT-KEY
029100         INPUT PROCEDURE IS 2000-RELEASE-CUSTOMERS
029200             THRU 2000-EXIT
029300         OUTPUT PROCEDURE IS 3000-CHECK-SUPPRESSIONS
029400             THRU 3000-EXIT.
029500     IF XR-TABLE-FULL
029600         MOVE 16 TO RETURN-CODE
029700         PERFORM 9000-TERMINATE THRU 9000-EXIT
029800         GO TO 9999-EXIT
029900     END-IF.
030000     PERFORM 4000-CHECK-HISTORY THRU 4000-EXIT.
030100     PERFORM 5000-CHECK-MERGE-TRANS THRU 5000-EXIT.
030200     PERFORM 6000-REPORT-LANGUAGES THRU 6000-EXIT.
030300     PERFORM 7000-WRITE-REPORT-TRAILER THRU 7000-EXIT.
030400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030500     GO TO 9999-EXIT.
030600
030700*----------------------------------------------------------------
030800* 1000-INITIALIZE - TAKE THE THRESHOLD PARM AND OPEN FILES. A
030900*                   MISSING CUSTOMER MASTER, OR ANY FILE THAT
031000*                   EXISTS BUT WILL NOT OPEN, ABORTS THE RUN. THE
031100*                   CHECKED FILES MAY BE ABSENT (STATUS 35) ON A
031200*                   SYSTEM THAT DOES NOT USE THEM; THEIR CHECKS
031300*                   ARE THEN SKIPPED AND SAID SO.
031400*----------------------------------------------------------------
031500 1000-INITIALIZE.
031600     ACCEPT XR-RUN-DATE FROM DATE YYYYMMDD.
031700     ACCEPT XR-RUN-TIME FROM TIME.
031800     MOVE "JOBNAME" TO XR-ENV-NAME.
031900     DISPLAY XR-ENV-NAME UPON ENVIRONMENT-NAME.
032000     ACCEPT XR-JOB-ID FROM ENVIRONMENT-VALUE.
032100     ACCEPT XR-ARGLEN FROM ARGUMENT-NUMBER.
032200     IF XR-ARGLEN > 0
032300         DISPLAY 1 UPON ARGUMENT-NUMBER
032400         ACCEPT XR-LIMIT-PARM FROM ARGUMENT-VALUE
032500     END-IF.
032600     IF XR-LIMIT-PARM NOT = SPACES
032700         MOVE FUNCTION TRIM(XR-LIMIT-PARM) TO XR-LIMIT-RJ
032800         INSPECT XR-LIMIT-RJ REPLACING LEADING " " BY "0"
032900         IF XR-LIMIT-NUM NOT NUMERIC
033000             DISPLAY "XREFCHK: INVALID RUN PARMS - DRIFT "
033100                 "THRESHOLD MUST BE NUMERIC - " XR-LIMIT-PARM
033200             MOVE 16 TO RETURN-CODE
033300             PERFORM 9000-TERMINATE THRU 9000-EXIT
033400             GO TO 9999-EXIT
033500         END-IF
033600         MOVE XR-LIMIT-NUM TO XR-DRIFT-LIMIT
033700     END-IF.
033800     OPEN OUTPUT REPORT-FILE.
033900     IF XR-RF-FILE-STATUS NOT = "00"
034000         DISPLAY "XREFCHK: UNABLE TO OPEN REPORT-FILE - STATUS "
034100             XR-RF-FILE-STATUS
034200         MOVE 16 TO RETURN-CODE
034300         PERFORM 9000-TERMINATE THRU 9000-EXIT
034400         GO TO 9999-EXIT
034500     END-IF.
034600     SET XR-RF-OPEN TO TRUE.
034700     OPEN INPUT CUSTOMER-MASTER-FILE.
034800     IF XR-CM-FILE-STATUS NOT = "00"
034900         DISPLAY "XREFCHK: UNABLE TO OPEN CUSTOMER MASTER - "
035000             "STATUS " XR-CM-FILE-STATUS
035100         MOVE 16 TO RETURN-CODE
035200         PERFORM 9000-TERMINATE THRU 9000-EXIT
035300         GO TO 9999-EXIT
035400     END-IF.
035500     SET XR-CM-OPEN TO TRUE.
035600     OPEN INPUT GREETING-HISTORY-FILE.
035700     IF XR-GH-FILE-STATUS NOT = "00"
035800         AND XR-GH-FILE-STATUS NOT = "35"
035900         DISPLAY "XREFCHK: UNABLE TO OPEN GREETING HISTORY - "
036000             "STATUS " XR-GH-FILE-STATUS
036100         MOVE 16 TO RETURN-CODE
036200         PERFORM 9000-TERMINATE THRU 9000-EXIT
036300         GO TO 9999-EXIT
036400     END-IF.
036500     IF XR-GH-FILE-STATUS = "00"
036600         SET XR-GH-OPEN TO TRUE
036700     END-IF.
036800     OPEN INPUT SUPPRESS-FILE.
036900     IF XR-SP-FILE-STATUS NOT = "00"
037000         AND XR-SP-FILE-STATUS NOT = "35"
037100         DISPLAY "XREFCHK: UNABLE TO OPEN SUPPRESSION FILE - "
037200             "STATUS " XR-SP-FILE-STATUS
037300         MOVE 16 TO RETURN-CODE
037400         PERFORM 9000-TERMINATE THRU 9000-EXIT
037500         GO TO 9999-EXIT
037600     END-IF.
037700     IF XR-SP-FILE-STATUS = "00"
037800         SET XR-SP-OPEN TO TRUE
037900     END-IF.
038000     OPEN INPUT PHRASE-MASTER-FILE.
038100     IF XR-PM-FILE-STATUS NOT = "00"
038200         AND XR-PM-FILE-STATUS NOT = "35"
038300         DISPLAY "XREFCHK: UNABLE TO OPEN PHRASE MASTER - "
038400             "STATUS " XR-PM-FILE-STATUS
038500         MOVE 16 TO RETURN-CODE
038600         PERFORM 9000-TERMINATE THRU 9000-EXIT
038700         GO TO 9999-EXIT
038800     END-IF.
038900     IF XR-PM-FILE-STATUS = "00"
039000         SET XR-PM-OPEN TO TRUE
039100     END-IF.
039200     OPEN INPUT MERGE-TRAN-FILE.
039300     IF XR-MT-FILE-STATUS NOT = "00"
039400         AND XR-MT-FILE-STATUS NOT = "35"
039500         DISPLAY "XREFCHK: UNABLE TO OPEN MERGE-TRAN FILE - "
039600             "STATUS " XR-MT-FILE-STATUS
039700         MOVE 16 TO RETURN-CODE
039800         PERFORM 9000-TERMINATE THRU 9000-EXIT
039900         GO TO 9999-EXIT
040000     END-IF.
040100     IF XR-MT-FILE-STATUS = "00"
040200         SET XR-MT-OPEN TO TRUE
040300     END-IF.
040400     OPEN OUTPUT CUST-PROPOSAL-FILE.
040500     IF XR-CP-FILE-STATUS NOT = "00"
040600         DISPLAY "XREFCHK: UNABLE TO OPEN CUSTTRN PROPOSALS - "
040700             "STATUS " XR-CP-FILE-STATUS
040800         MOVE 16 TO RETURN-CODE
040900         PERFORM 9000-TERMINATE THRU 9000-EXIT
041000         GO TO 9999-EXIT
041100     END-IF.
041200     SET XR-CP-OPEN TO TRUE.
041300     OPEN OUTPUT SUPP-PROPOSAL-FILE.
041400     IF XR-SX-FILE-STATUS NOT = "00"
041500         DISPLAY "XREFCHK: UNABLE TO OPEN SUPPTRN PROPOSALS - "
041600             "STATUS " XR-SX-FILE-STATUS
041700         MOVE 16 TO RETURN-CODE
041800         PERFORM 9000-TERMINATE THRU 9000-EXIT
041900         GO TO 9999-EXIT
042000     END-IF.
042100     SET XR-SX-OPEN TO TRUE.
042200     MOVE SPACES TO XR-REPORT-LINE.
042300     MOVE XR-DRIFT-LIMIT TO XR-COUNT-EDIT.
042400     STRING "CROSS-FILE INTEGRITY SWEEP - STARTED "
042500         XR-RUN-DATE " " XR-RUN-TIME
042600         " - DRIFT THRESHOLD " XR-COUNT-EDIT
042700         INTO XR-REPORT-LINE.
042800     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
042900     IF NOT XR-GH-OPEN
043000         MOVE "GREETHST" TO XR-CLASS-TEXT
043100         PERFORM 1900-REPORT-ABSENT THRU 1900-EXIT
043200     END-IF.
043300     IF NOT XR-SP-OPEN
043400         MOVE "DONOTGRT" TO XR-CLASS-TEXT
043500         PERFORM 1900-REPORT-ABSENT THRU 1900-EXIT
043600     END-IF.
043700     IF NOT XR-PM-OPEN
043800         MOVE "PHRASMST" TO XR-CLASS-TEXT
043900         PERFORM 1900-REPORT-ABSENT THRU 1900-EXIT
044000     END-IF.
044100     IF NOT XR-MT-OPEN
044200         MOVE "DUPTRANS" TO XR-CLASS-TEXT
044300         PERFORM 1900-REPORT-ABSENT THRU 1900-EXIT
044400     END-IF.
044500 1000-EXIT.
044600     EXIT.
044700
044800*----------------------------------------------------------------
044900* 1500-LOAD-PHRASES - BUILD THE PHRASE TABLE FROM THE PHRASE
045000*                     MASTER, WHICH IS IN LANGUAGE ORDER, SO A
045100*                     NEW LANGUAGE STARTS A NEW ENTRY. A MASTER
045200*                     WITH MORE LANGUAGES THAN THE TABLE HOLDS
045300*                     WOULD MAKE GOOD CODES LOOK UNPHRASED, SO IT
045400*                     ABORTS THE RUN.
045500*----------------------------------------------------------------
045600 1500-LOAD-PHRASES.
045700     IF NOT XR-PM-OPEN
045800         GO TO 1500-EXIT
045900     END-IF.
046000     READ PHRASE-MASTER-FILE NEXT RECORD
046100         AT END SET XR-PM-EOF TO TRUE
046200     END-READ.
046300     PERFORM 1600-LOAD-ONE-PHRASE THRU 1600-EXIT
046400         UNTIL XR-PM-EOF.
046500     IF XR-TABLE-FULL
046600         MOVE SPACES TO XR-REPORT-LINE
046700         STRING "PHRASE MASTER HOLDS MORE THAN 200 LANGUAGES - "
046800             "RUN ABANDONED"
046900             INTO XR-REPORT-LINE
047000         WRITE REPORT-RECORD FROM XR-REPORT-LINE
047100         DISPLAY "XREFCHK: PHRASE MASTER EXCEEDS 200 LANGUAGES"
047200         MOVE 16 TO RETURN-CODE
047300         PERFORM 9000-TERMINATE THRU 9000-EXIT
047400         GO TO 9999-EXIT
047500     END-IF.
047600     SET XR-PM-CHECKED TO TRUE.
047700 1500-EXIT.
047800     EXIT.
047900
048000 1600-LOAD-ONE-PHRASE.
048100     IF XR-PL-COUNT = 0
048200         OR PM-LANGUAGE-CODE NOT = XR-PL-CODE(XR-PL-COUNT)
048300         IF XR-PL-COUNT >= 200
048400             SET XR-TABLE-FULL TO TRUE
048500             SET XR-PM-EOF TO TRUE
048600             GO TO 1600-EXIT
048700         END-IF
048800         ADD 1 TO XR-PL-COUNT
048900         MOVE PM-LANGUAGE-CODE TO XR-PL-CODE(XR-PL-COUNT)
049000         MOVE "N" TO XR-PL-ORDINARY-SW(XR-PL-COUNT)
049100         MOVE 0 TO XR-PL-OCCASIONS(XR-PL-COUNT)
049200     END-IF.
049300     IF PM-OCCASION-CODE = SPACES
049400         SET XR-PL-HAS-ORDINARY(XR-PL-COUNT) TO TRUE
049500     ELSE
049600         ADD 1 TO XR-PL-OCCASIONS(XR-PL-COUNT)
049700     END-IF.
049800     READ PHRASE-MASTER-FILE NEXT RECORD
049900         AT END SET XR-PM-EOF TO TRUE
050000     END-READ.
050100 1600-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------------
050500* 1900-REPORT-ABSENT - NOTE A CHECKED FILE THAT IS NOT ON THIS
050600*                      SYSTEM, NAMED IN XR-CLASS-TEXT.
050700*----------------------------------------------------------------
050800 1900-REPORT-ABSENT.
050900     MOVE SPACES TO XR-REPORT-LINE.
051000     STRING FUNCTION TRIM(XR-CLASS-TEXT)
051100         " IS NOT ON THIS SYSTEM - ITS CHECK IS SKIPPED"
051200         INTO XR-REPORT-LINE.
051300     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
051400 1900-EXIT.
051500     EXIT.
051600
051700*----------------------------------------------------------------
051800* 2000-RELEASE-CUSTOMERS - SORT INPUT: ONE PASS OF THE MASTER.
051900*                          EACH CUSTOMER'S LANGUAGE CODE IS
052000*                          TALLIED, AND ITS ID AND THE NAME
052100*                          HELLOCM CHECKS DONOTGRT UNDER ARE
052200*                          RELEASED FOR THE SUPPRESSION MATCH.
052300*----------------------------------------------------------------
052400 2000-RELEASE-CUSTOMERS.
052500     READ CUSTOMER-MASTER-FILE NEXT RECORD
052600         AT END SET XR-CM-EOF TO TRUE
052700     END-READ.
052800     PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
052900         UNTIL XR-CM-EOF.
053000 2000-EXIT.
053100     EXIT.
053200
053300 2100-RELEASE-ONE.
053400     ADD 1 TO XR-CUSTOMER-COUNT.
053500     PERFORM 2200-TALLY-LANGUAGE THRU 2200-EXIT.
053600     IF XR-TABLE-FULL
053700         SET XR-CM-EOF TO TRUE
053800         GO TO 2100-EXIT
053900     END-IF.
054000     MOVE SPACES TO SORT-RECORD.
054100     MOVE CM-CUSTOMER-ID TO XR-SORT-KEY.
054200     MOVE "I" TO XR-SORT-TYPE.
054300     RELEASE SORT-RECORD.
054400     PERFORM 2500-RESOLVE-NAME THRU 2500-EXIT.
054500     IF XR-CHECK-NAME NOT = SPACES
054600         MOVE SPACES TO SORT-RECORD
054700         MOVE XR-CHECK-NAME TO XR-SORT-KEY
054800         MOVE "N" TO XR-SORT-TYPE
054900         RELEASE SORT-RECORD
055000     END-IF.
055100     READ CUSTOMER-MASTER-FILE NEXT RECORD
055200         AT END SET XR-CM-EOF TO TRUE
055300     END-READ.
055400 2100-EXIT.
055500     EXIT.
055600
055700*----------------------------------------------------------------
055800* 2200-TALLY-LANGUAGE - COUNT THE CUSTOMER UNDER ITS LANGUAGE
055900*                       CODE, ADDING THE CODE TO THE TABLE THE
056000*                       FIRST TIME IT IS SEEN, AND PROPOSE A
056100*                       CHANGE TO ENGLISH WHEN THE CODE HAS NO
056200*                       PHRASE AT ALL. A FULL TABLE ABANDONS THE
056300*                       RUN RATHER THAN REPORT PART OF THE CODES.
056400*----------------------------------------------------------------
056500 2200-TALLY-LANGUAGE.
056600     MOVE 0 TO XR-LG-MATCH-IDX.
056700     PERFORM 2210-FIND-LANGUAGE THRU 2210-EXIT
056800         VARYING XR-LG-IDX FROM 1 BY 1
056900         UNTIL XR-LG-IDX > XR-LG-COUNT
057000             OR XR-LG-MATCH-IDX > 0.
057100     IF XR-LG-MATCH-IDX = 0
057200         IF XR-LG-COUNT >= 200
057300             MOVE SPACES TO XR-REPORT-LINE
057400             STRING "CUSTOMERS CARRY MORE THAN 200 LANGUAGE "
057500                 "CODES - RUN ABANDONED"
057600                 INTO XR-REPORT-LINE
057700             WRITE REPORT-RECORD FROM XR-REPORT-LINE
057800             DISPLAY "XREFCHK: LANGUAGE TABLE FULL"
057900             SET XR-TABLE-FULL TO TRUE
058000             GO TO 2200-EXIT
058100         END-IF
058200         ADD 1 TO XR-LG-COUNT
058300         MOVE XR-LG-COUNT TO XR-LG-MATCH-IDX
058400         MOVE CM-LANGUAGE-CODE TO XR-LG-CODE(XR-LG-MATCH-IDX)
058500         MOVE 0 TO XR-LG-CUSTOMERS(XR-LG-MATCH-IDX)
058600         PERFORM 2300-CLASSIFY-LANGUAGE THRU 2300-EXIT
058700     END-IF.
058800     ADD 1 TO XR-LG-CUSTOMERS(XR-LG-MATCH-IDX).
058900     IF XR-LG-NO-PHRASE(XR-LG-MATCH-IDX)
059000         OR XR-LG-OCCASION-ONLY(XR-LG-MATCH-IDX)
059100         ADD 1 TO XR-FALLBACK-CUSTOMERS
059200     END-IF.
059300     IF XR-LG-NO-PHRASE(XR-LG-MATCH-IDX)
059400         AND CM-LANGUAGE-CODE NOT = "EN"
059500         PERFORM 2400-PROPOSE-LANGUAGE THRU 2400-EXIT
059600     END-IF.
059700 2200-EXIT.
059800     EXIT.
059900
060000 2210-FIND-LANGUAGE.
060100     IF XR-LG-CODE(XR-LG-IDX) = CM-LANGUAGE-CODE
060200         MOVE XR-LG-IDX TO XR-LG-MATCH-IDX
060300     END-IF.
060400 2210-EXIT.
060500     EXIT.
060600
060700*----------------------------------------------------------------
060800* 2300-CLASSIFY-LANGUAGE - SET THE NEW CODE'S STATUS FROM THE
060900*                          PHRASE TABLE.
061000*----------------------------------------------------------------
061100 2300-CLASSIFY-LANGUAGE.
061200     IF CM-LANGUAGE-CODE = SPACES
061300         SET XR-LG-DEFAULT(XR-LG-MATCH-IDX) TO TRUE
061400         GO TO 2300-EXIT
061500     END-IF.
061600     IF NOT XR-PM-CHECKED
061700         SET XR-LG-UNCHECKED(XR-LG-MATCH-IDX) TO TRUE
061800         GO TO 2300-EXIT
061900     END-IF.
062000     MOVE 0 TO XR-PL-MATCH-IDX.
062100     PERFORM 2310-FIND-PHRASE-LANGUAGE THRU 2310-EXIT
062200         VARYING XR-PL-IDX FROM 1 BY 1
062300         UNTIL XR-PL-IDX > XR-PL-COUNT
062400             OR XR-PL-MATCH-IDX > 0.
062500     IF XR-PL-MATCH-IDX = 0
062600         SET XR-LG-NO-PHRASE(XR-LG-MATCH-IDX) TO TRUE
062700         ADD 1 TO XR-NO-PHRASE-CODES
062800         GO TO 2300-EXIT
062900     END-IF.
063000     IF XR-PL-HAS-ORDINARY(XR-PL-MATCH-IDX)
063100         SET XR-LG-PHRASED(XR-LG-MATCH-IDX) TO TRUE
063200     ELSE
063300         SET XR-LG-OCCASION-ONLY(XR-LG-MATCH-IDX) TO TRUE
063400         ADD 1 TO XR-OCCASION-ONLY-CODES
063500     END-IF.
063600 2300-EXIT.
063700     EXIT.
063800
063900 2310-FIND-PHRASE-LANGUAGE.
064000     IF XR-PL-CODE(XR-PL-IDX) = CM-LANGUAGE-CODE
064100         MOVE XR-PL-IDX TO XR-PL-MATCH-IDX
064200     END-IF.
064300 2310-EXIT.
064400     EXIT.
064500
064600*----------------------------------------------------------------
064700* 2400-PROPOSE-LANGUAGE - PROPOSED CUSTLOAD CHANGE SETTING THE
064800*                         CUSTOMER'S LANGUAGE TO ENGLISH, WHICH IS
064900*                         WHAT GREET GIVES THEM ANYWAY. A CHANGE
065000*                         REPLACES THE WHOLE RECORD, SO EVERY
065100*                         OTHER FIELD IS CARRIED FROM THE MASTER
065200*                         AS IT STANDS. A CUSTOMER FLAGGED
065300*                         UNDELIVERABLE OR BOUNCED IS ONLY
065400*                         COUNTED - THE CHANGE WOULD CLEAR THE
065500*                         FLAG. THE REVIEWER MAY EQUALLY ADD THE
065600*                         MISSING PHRASE THROUGH PHRASMNT AND
065700*                         DISCARD THESE.
065800*----------------------------------------------------------------
065900 2400-PROPOSE-LANGUAGE.
066000     IF CM-UNDELIVERABLE OR CM-EMAIL-BOUNCED
066100         ADD 1 TO XR-CT-FLAGGED-COUNT
066200         GO TO 2400-EXIT
066300     END-IF.
066400     MOVE SPACES TO CUSTOMER-TRAN-RECORD.
066500     MOVE "C" TO CT-ACTION-CODE.
066600     MOVE CM-CUSTOMER-ID TO CT-CUSTOMER-ID.
066700     MOVE CM-NAME TO CT-NAME.
066800     MOVE "EN" TO CT-LANGUAGE-CODE.
066900     MOVE CM-SALUTATION TO CT-SALUTATION.
067000     MOVE CM-BIRTH-DATE TO CT-BIRTH-DATE.
067100     MOVE CM-ANNIVERSARY-DATE TO CT-ANNIVERSARY-DATE.
067200     MOVE CM-ADDRESS TO CT-ADDRESS.
067300     MOVE CM-CONTACT-CHANNEL TO CT-CONTACT-CHANNEL.
067400     MOVE CM-EMAIL-ADDRESS TO CT-EMAIL-ADDRESS.
067500     WRITE CUSTOMER-TRAN-RECORD.
067600     ADD 1 TO XR-CT-PROPOSED-COUNT.
067700 2400-EXIT.
067800     EXIT.
067900
068000*----------------------------------------------------------------
068100* 2500-RESOLVE-NAME - THE NAME HELLOCM LOOKS THE CUSTOMER UP
068200*                     UNDER ON DONOTGRT: CM-NAME, OR FIRST AND
068300*                     LAST NAME WHEN CM-NAME IS BLANK AND THERE IS
068400*                     A BREAKOUT, CUT TO THE 32-BYTE KEY.
068500*----------------------------------------------------------------
068600 2500-RESOLVE-NAME.
068700     MOVE CM-NAME TO XR-CHECK-NAME.
068800     IF XR-CHECK-NAME = SPACES
068900         AND (CM-TITLE NOT = SPACES OR CM-LAST-NAME NOT = SPACES)
069000         MOVE SPACES TO XR-FALLBACK-NAME
069100         STRING FUNCTION TRIM(CM-FIRST-NAME) " "
069200             FUNCTION TRIM(CM-LAST-NAME)
069300             INTO XR-FALLBACK-NAME
069400         MOVE XR-FALLBACK-NAME(1:32) TO XR-CHECK-NAME
069500     END-IF.
069600 2500-EXIT.
069700     EXIT.
069800
069900*----------------------------------------------------------------
070000* 3000-CHECK-SUPPRESSIONS - SORT OUTPUT: WALK DONOTGRT IN KEY
070100*                           ORDER ALONGSIDE THE SORTED CUSTOMER
070200*                           IDS AND NAMES. AN ENTRY WITH AN EQUAL
070300*                           SORTED KEY MATCHES A CUSTOMER.
070400*----------------------------------------------------------------
070500 3000-CHECK-SUPPRESSIONS.
070600     IF NOT XR-SP-OPEN OR XR-TABLE-FULL
070700         GO TO 3000-EXIT
070800     END-IF.
070900     MOVE SPACES TO XR-REPORT-LINE.
071000     STRING "DONOTGRT ENTRIES MATCHING NO CUSTOMER"
071100         INTO XR-REPORT-LINE.
071200     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
071300     MOVE SPACES TO XR-REPORT-LINE.
071400     STRING "  SUPPRESSION KEY                   RS EFFECTIVE "
071500         "FINDING"
071600         INTO XR-REPORT-LINE.
071700     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
071800     RETURN SORT-WORK-FILE
071900         AT END SET XR-SORT-EOF TO TRUE
072000     END-RETURN.
072100     READ SUPPRESS-FILE NEXT RECORD
072200         AT END SET XR-SP-EOF TO TRUE
072300     END-READ.
072400     PERFORM 3100-CHECK-ONE-SUPPRESSION THRU 3100-EXIT
072500         UNTIL XR-SP-EOF.
072600 3000-EXIT.
072700     EXIT.
072800
072900*----------------------------------------------------------------
073000* 3100-CHECK-ONE-SUPPRESSION - CLASSIFY ONE DONOTGRT ENTRY. AN
073100*                              UNMATCHED ERASURE ENTRY IS
073200*                              EXPECTED; AN UNMATCHED KEY SHAPED
073300*                              LIKE A CUSTOMER ID IS AN ORPHAN
073400*                              AND GETS A PROPOSED DELETE; ANY
073500*                              OTHER UNMATCHED KEY IS A NAME,
073600*                              LISTED FOR INFORMATION.
073700*----------------------------------------------------------------
073800 3100-CHECK-ONE-SUPPRESSION.
073900     ADD 1 TO XR-SP-READ-COUNT.
074000     PERFORM 3200-ADVANCE-SORT THRU 3200-EXIT
074100         UNTIL XR-SORT-EOF
074200             OR XR-SORT-KEY NOT < SP-SUPPRESS-KEY.
074300     IF NOT XR-SORT-EOF AND XR-SORT-KEY = SP-SUPPRESS-KEY
074400         ADD 1 TO XR-SP-MATCHED-COUNT
074500         GO TO 3100-NEXT
074600     END-IF.
074700     IF SP-ERASED
074800         ADD 1 TO XR-SP-ERASED-COUNT
074900         GO TO 3100-NEXT
075000     END-IF.
075100     MOVE 0 TO XR-SPACE-TALLY.
075200     MOVE FUNCTION LENGTH(FUNCTION TRIM(SP-SUPPRESS-KEY TRAILING))
075300         TO XR-KEY-LENGTH.
075400     INSPECT SP-SUPPRESS-KEY(1:XR-KEY-LENGTH)
075500         TALLYING XR-SPACE-TALLY FOR ALL " ".
075600     IF XR-KEY-LENGTH > 10 OR XR-SPACE-TALLY > 0
075700         ADD 1 TO XR-SP-NAME-COUNT
075800         MOVE "NAME - NO CUSTOMER (MAY BE A BATCH NAME)"
075900             TO XR-CLASS-TEXT
076000         PERFORM 3300-LIST-SUPPRESSION THRU 3300-EXIT
076100         GO TO 3100-NEXT
076200     END-IF.
076300     ADD 1 TO XR-SP-ORPHAN-COUNT.
076400     ADD 1 TO XR-DRIFT-COUNT.
076500     MOVE "ORPHAN CUSTOMER ID - DELETE PROPOSED" TO XR-CLASS-TEXT.
076600     PERFORM 3300-LIST-SUPPRESSION THRU 3300-EXIT.
076700     MOVE SPACES TO SUPPRESSION-TRAN-RECORD.
076800     MOVE "D" TO SN-ACTION-CODE.
076900     MOVE SP-SUPPRESS-KEY TO SN-SUPPRESS-KEY.
077000     MOVE SP-REASON-CODE TO SN-REASON-CODE.
077100     MOVE SP-EFFECTIVE-DATE TO SN-EFFECTIVE-DATE.
077200     WRITE SUPPRESSION-TRAN-RECORD.
077300     ADD 1 TO XR-SN-PROPOSED-COUNT.
077400 3100-NEXT.
077500     READ SUPPRESS-FILE NEXT RECORD
077600         AT END SET XR-SP-EOF TO TRUE
077700     END-READ.
077800 3100-EXIT.
077900     EXIT.
078000
078100 3200-ADVANCE-SORT.
078200     RETURN SORT-WORK-FILE
078300         AT END SET XR-SORT-EOF TO TRUE
078400     END-RETURN.
078500 3200-EXIT.
078600     EXIT.
078700
078800 3300-LIST-SUPPRESSION.
078900     MOVE SPACES TO XR-REPORT-LINE.
079000     STRING "  " SP-SUPPRESS-KEY " " SP-REASON-CODE " "
079100         SP-EFFECTIVE-DATE "  " XR-CLASS-TEXT
079200         INTO XR-REPORT-LINE.
079300     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
079400 3300-EXIT.
079500     EXIT.
079600
079700*----------------------------------------------------------------
079800* 4000-CHECK-HISTORY - EVERY GREETHST ROW MUST BELONG TO A
079900*                      CUSTOMER ON THE MASTER. AN ORPHAN ROW IS
080000*                      HARMLESS UNTIL ITS ID IS REUSED, WHEN IT
080100*                      HOLDS BACK THE NEW CUSTOMER'S FIRST CARD.
080200*----------------------------------------------------------------
080300 4000-CHECK-HISTORY.
080400     IF NOT XR-GH-OPEN
080500         GO TO 4000-EXIT
080600     END-IF.
080700     MOVE SPACES TO XR-REPORT-LINE.
080800     STRING "GREETHST ROWS FOR CUSTOMERS NOT ON CUSTMAST"
080900         INTO XR-REPORT-LINE.
081000     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
081100     MOVE SPACES TO XR-REPORT-LINE.
081200     STRING "  CUSTOMER-ID LAST GREETED"
081300         INTO XR-REPORT-LINE.
081400     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
081500     READ GREETING-HISTORY-FILE NEXT RECORD
081600         AT END SET XR-GH-EOF TO TRUE
081700     END-READ.
081800     PERFORM 4100-CHECK-ONE-HISTORY THRU 4100-EXIT
081900         UNTIL XR-GH-EOF.
082000 4000-EXIT.
082100     EXIT.
082200
082300 4100-CHECK-ONE-HISTORY.
082400     ADD 1 TO XR-GH-READ-COUNT.
082500     MOVE GH-CUSTOMER-ID TO CM-CUSTOMER-ID.
082600     READ CUSTOMER-MASTER-FILE
082700         INVALID KEY
082800             ADD 1 TO XR-GH-ORPHAN-COUNT
082900             ADD 1 TO XR-DRIFT-COUNT
083000             MOVE SPACES TO XR-REPORT-LINE
083100             STRING "  " GH-CUSTOMER-ID "  " GH-LAST-GREETED-DATE
083200                 INTO XR-REPORT-LINE
083300             WRITE REPORT-RECORD FROM XR-REPORT-LINE
083400     END-READ.
083500     READ GREETING-HISTORY-FILE NEXT RECORD
083600         AT END SET XR-GH-EOF TO TRUE
083700     END-READ.
083800 4100-EXIT.
083900     EXIT.
084000
084100*----------------------------------------------------------------
084200* 5000-CHECK-MERGE-TRANS - EVERY DUPSCAN PROPOSAL MUST STILL
084300*                          NAME A CUSTOMER ON THE MASTER. A STALE
084400*                          ONE IS LISTED SO IT CAN BE TAKEN OUT
084500*                          OF DUPTRANS BEFORE IT GOES TO
084600*                          CUSTLOAD.
084700*----------------------------------------------------------------
084800 5000-CHECK-MERGE-TRANS.
084900     IF NOT XR-MT-OPEN
085000         GO TO 5000-EXIT
085100     END-IF.
085200     MOVE SPACES TO XR-REPORT-LINE.
085300     STRING "DUPTRANS PROPOSALS FOR CUSTOMERS NOT ON CUSTMAST"
085400         INTO XR-REPORT-LINE.
085500     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
085600     MOVE SPACES TO XR-REPORT-LINE.
085700     STRING "  ACT CUSTOMER-ID NAME"
085800         INTO XR-REPORT-LINE.
085900     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
086000     READ MERGE-TRAN-FILE
086100         AT END SET XR-MT-EOF TO TRUE
086200     END-READ.
086300     PERFORM 5100-CHECK-ONE-MERGE-TRAN THRU 5100-EXIT
086400         UNTIL XR-MT-EOF.
086500 5000-EXIT.
086600     EXIT.
086700
086800 5100-CHECK-ONE-MERGE-TRAN.
086900     ADD 1 TO XR-MT-READ-COUNT.
087000     MOVE XR-MT-CUSTOMER-ID TO CM-CUSTOMER-ID.
087100     READ CUSTOMER-MASTER-FILE
087200         INVALID KEY
087300             ADD 1 TO XR-MT-ORPHAN-COUNT
087400             ADD 1 TO XR-DRIFT-COUNT
087500             MOVE SPACES TO XR-REPORT-LINE
087600             STRING "  " XR-MT-ACTION-CODE "   "
087700                 XR-MT-CUSTOMER-ID "  " XR-MT-NAME
087800                 INTO XR-REPORT-LINE
087900             WRITE REPORT-RECORD FROM XR-REPORT-LINE
088000     END-READ.
088100     READ MERGE-TRAN-FILE
088200         AT END SET XR-MT-EOF TO TRUE
088300     END-READ.
088400 5100-EXIT.
088500     EXIT.
088600
088700*----------------------------------------------------------------
088800* 6000-REPORT-LANGUAGES - ONE LINE PER LANGUAGE CODE THAT FALLS
088900*                         BACK TO ENGLISH FOR THE NIGHTLY
089000*                         GREETING, WITH ITS CUSTOMER COUNT. THE
089100*                         CUSTOMERS ON THEM COUNT TOWARD DRIFT.
089200*----------------------------------------------------------------
089300 6000-REPORT-LANGUAGES.
089400     IF NOT XR-PM-CHECKED
089500         GO TO 6000-EXIT
089600     END-IF.
089700     MOVE SPACES TO XR-REPORT-LINE.
089800     STRING "LANGUAGE CODES WITH NO ORDINARY PHRASE ON PHRASMST"
089900         INTO XR-REPORT-LINE.
090000     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
090100     MOVE SPACES TO XR-REPORT-LINE.
090200     STRING "  CODE CUSTOMERS FINDING"
090300         INTO XR-REPORT-LINE.
090400     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
090500     PERFORM 6100-REPORT-ONE-LANGUAGE THRU 6100-EXIT
090600         VARYING XR-LG-IDX FROM 1 BY 1
090700         UNTIL XR-LG-IDX > XR-LG-COUNT.
090800     ADD XR-FALLBACK-CUSTOMERS TO XR-DRIFT-COUNT.
090900 6000-EXIT.
091000     EXIT.
091100
091200 6100-REPORT-ONE-LANGUAGE.
091300     EVALUATE TRUE
091400         WHEN XR-LG-NO-PHRASE(XR-LG-IDX)
091500             MOVE "NO PHRASE AT ALL" TO XR-CLASS-TEXT
091600         WHEN XR-LG-OCCASION-ONLY(XR-LG-IDX)
091700             MOVE "OCCASION PHRASES ONLY" TO XR-CLASS-TEXT
091800         WHEN OTHER
091900             GO TO 6100-EXIT
092000     END-EVALUATE.
092100     MOVE XR-LG-CUSTOMERS(XR-LG-IDX) TO XR-COUNT-EDIT.
092200     MOVE SPACES TO XR-REPORT-LINE.
092300     STRING "  " XR-LG-CODE(XR-LG-IDX) "   " XR-COUNT-EDIT "  "
092400         XR-CLASS-TEXT
092500         INTO XR-REPORT-LINE.
092600     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
092700 6100-EXIT.
092800     EXIT.
092900
093000*----------------------------------------------------------------
093100* 7000-WRITE-REPORT-TRAILER - COUNTS BY CLASS, PROPOSALS WRITTEN
093200*                             AND THE DRIFT TOTAL, WHICH GRADES
093300*                             THE RETURN CODE AGAINST THE
093400*                             THRESHOLD.
093500*----------------------------------------------------------------
093600 7000-WRITE-REPORT-TRAILER.
093700     ACCEPT XR-END-DATE FROM DATE YYYYMMDD.
093800     ACCEPT XR-END-TIME FROM TIME.
093900     MOVE XR-CUSTOMER-COUNT TO XR-COUNT-EDIT.
094000     MOVE SPACES TO XR-REPORT-LINE.
094100     STRING "CUSTOMERS READ: " XR-COUNT-EDIT
094200         INTO XR-REPORT-LINE.
094300     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
094400     MOVE XR-GH-READ-COUNT TO XR-COUNT-EDIT.
094500     MOVE SPACES TO XR-REPORT-LINE.
094600     STRING "GREETHST ROWS READ: " XR-COUNT-EDIT
094700         INTO XR-REPORT-LINE.
094800     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
094900     MOVE XR-GH-ORPHAN-COUNT TO XR-COUNT-EDIT.
095000     MOVE SPACES TO XR-REPORT-LINE.
095100     STRING "  FOR CUSTOMERS NOT ON FILE: " XR-COUNT-EDIT
095200         INTO XR-REPORT-LINE.
095300     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
095400     MOVE XR-SP-READ-COUNT TO XR-COUNT-EDIT.
095500     MOVE SPACES TO XR-REPORT-LINE.
095600     STRING "DONOTGRT ENTRIES READ: " XR-COUNT-EDIT
095700         INTO XR-REPORT-LINE.
095800     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
095900     MOVE XR-SP-MATCHED-COUNT TO XR-COUNT-EDIT.
096000     MOVE SPACES TO XR-REPORT-LINE.
096100     STRING "  MATCHING A CUSTOMER: " XR-COUNT-EDIT
096200         INTO XR-REPORT-LINE.
096300     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
096400     MOVE XR-SP-ERASED-COUNT TO XR-COUNT-EDIT.
096500     MOVE SPACES TO XR-REPORT-LINE.
096600     STRING "  ERASURE ENTRIES (EXPECTED): " XR-COUNT-EDIT
096700         INTO XR-REPORT-LINE.
096800     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
096900     MOVE XR-SP-ORPHAN-COUNT TO XR-COUNT-EDIT.
097000     MOVE SPACES TO XR-REPORT-LINE.
097100     STRING "  ORPHAN CUSTOMER IDS: " XR-COUNT-EDIT
097200         INTO XR-REPORT-LINE.
097300     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
097400     MOVE XR-SP-NAME-COUNT TO XR-COUNT-EDIT.
097500     MOVE SPACES TO XR-REPORT-LINE.
097600     STRING "  NAMES MATCHING NO CUSTOMER: " XR-COUNT-EDIT
097700         INTO XR-REPORT-LINE.
097800     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
097900     MOVE XR-MT-READ-COUNT TO XR-COUNT-EDIT.
098000     MOVE SPACES TO XR-REPORT-LINE.
098100     STRING "DUPTRANS PROPOSALS READ: " XR-COUNT-EDIT
098200         INTO XR-REPORT-LINE.
098300     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
098400     MOVE XR-MT-ORPHAN-COUNT TO XR-COUNT-EDIT.
098500     MOVE SPACES TO XR-REPORT-LINE.
098600     STRING "  FOR CUSTOMERS NOT ON FILE: " XR-COUNT-EDIT
098700         INTO XR-REPORT-LINE.
098800     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
098900     MOVE XR-LG-COUNT TO XR-COUNT-EDIT.
099000     MOVE SPACES TO XR-REPORT-LINE.
099100     STRING "LANGUAGE CODES IN USE: " XR-COUNT-EDIT
099200         INTO XR-REPORT-LINE.
099300     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
099400     MOVE XR-NO-PHRASE-CODES TO XR-COUNT-EDIT.
099500     MOVE SPACES TO XR-REPORT-LINE.
099600     STRING "  WITH NO PHRASE AT ALL: " XR-COUNT-EDIT
099700         INTO XR-REPORT-LINE.
099800     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
099900     MOVE XR-OCCASION-ONLY-CODES TO XR-COUNT-EDIT.
100000     MOVE SPACES TO XR-REPORT-LINE.
100100     STRING "  WITH OCCASION PHRASES ONLY: " XR-COUNT-EDIT
100200         INTO XR-REPORT-LINE.
100300     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
100400     MOVE XR-FALLBACK-CUSTOMERS TO XR-COUNT-EDIT.
100500     MOVE SPACES TO XR-REPORT-LINE.
100600     STRING "  CUSTOMERS FALLING BACK TO ENGLISH: " XR-COUNT-EDIT
100700         INTO XR-REPORT-LINE.
100800     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
100900     MOVE XR-CT-PROPOSED-COUNT TO XR-COUNT-EDIT.
101000     MOVE SPACES TO XR-REPORT-LINE.
101100     STRING "CUSTTRN CHANGES PROPOSED (XREFCTRN): " XR-COUNT-EDIT
101200         INTO XR-REPORT-LINE.
101300     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
101400     MOVE XR-CT-FLAGGED-COUNT TO XR-COUNT-EDIT.
101500     MOVE SPACES TO XR-REPORT-LINE.
101600     STRING "  NOT PROPOSED - CUSTOMER FLAGGED UNDELIVERABLE OR "
101700         "BOUNCED: " XR-COUNT-EDIT
101800         INTO XR-REPORT-LINE.
101900     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
102000     MOVE XR-SN-PROPOSED-COUNT TO XR-COUNT-EDIT.
102100     MOVE SPACES TO XR-REPORT-LINE.
102200     STRING "SUPPTRN DELETES PROPOSED (XREFSTRN): " XR-COUNT-EDIT
102300         INTO XR-REPORT-LINE.
102400     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
102500     IF XR-DRIFT-COUNT > XR-DRIFT-LIMIT
102600         MOVE 8 TO RETURN-CODE
102700     ELSE
102800         IF XR-DRIFT-COUNT > 0
102900             MOVE 4 TO RETURN-CODE
103000         END-IF
103100     END-IF.
103200     MOVE XR-DRIFT-COUNT TO XR-COUNT-EDIT.
103300     MOVE SPACES TO XR-REPORT-LINE.
103400     STRING "TOTAL DRIFT FINDINGS: " XR-COUNT-EDIT
103500         INTO XR-REPORT-LINE.
103600     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
103700     IF XR-DRIFT-COUNT > XR-DRIFT-LIMIT
103800         MOVE XR-DRIFT-LIMIT TO XR-COUNT-EDIT
103900         MOVE SPACES TO XR-REPORT-LINE
104000         STRING "*** DRIFT IS PAST THE THRESHOLD OF "
104100             XR-COUNT-EDIT " ***"
104200             INTO XR-REPORT-LINE
104300         WRITE REPORT-RECORD FROM XR-REPORT-LINE
104400     END-IF.
104500     MOVE SPACES TO XR-REPORT-LINE.
104600     STRING "RUN STARTED " XR-RUN-DATE " " XR-RUN-TIME
104700         " - ENDED " XR-END-DATE " " XR-END-TIME
104800         INTO XR-REPORT-LINE.
104900     WRITE REPORT-RECORD FROM XR-REPORT-LINE.
105000 7000-EXIT.
105100     EXIT.
105200
105300*----------------------------------------------------------------
105400* 8000-WRITE-JOB-STATUS - APPEND THE MACHINE-READABLE STATUS
105500*                         RECORD. PERFORMED FROM 9000-TERMINATE
105600*                         SO THE ABORT PATHS LEAVE A STATUS
105700*                         RECORD TOO - AN ABORT SKIPS THE
105800*                         TRAILER, SO THE END STAMP IS TAKEN HERE
105900*                         WHEN IT IS STILL BLANK. THE GREETED
106000*                         COUNT IS THE CUSTOMERS CHECKED, THE
106100*                         EXCEPTION COUNT THE DRIFT FINDINGS AND
106200*                         THE FALLBACK COUNT THE CUSTOMERS ON A
106300*                         LANGUAGE WITH NO ORDINARY PHRASE.
106400*----------------------------------------------------------------
106500 8000-WRITE-JOB-STATUS.
106600     IF XR-END-DATE = SPACES
106700         ACCEPT XR-END-DATE FROM DATE YYYYMMDD
106800         ACCEPT XR-END-TIME FROM TIME
106900     END-IF.
107000     OPEN EXTEND JOB-STATUS-FILE.
107100     IF XR-JS-FILE-STATUS = "35"
107200         OPEN OUTPUT JOB-STATUS-FILE
107300     END-IF.
107400     IF XR-JS-FILE-STATUS NOT = "00"
107500         DISPLAY "XREFCHK: UNABLE TO OPEN JOB-STATUS FILE - "
107600             "STATUS " XR-JS-FILE-STATUS
107700         GO TO 8000-EXIT
107800     END-IF.
107900     MOVE "XREFCHK " TO JS-PROGRAM-ID.
108000     MOVE XR-RUN-DATE TO JS-RUN-DATE.
108100     MOVE XR-RUN-TIME TO JS-RUN-TIME.
108200     MOVE XR-END-DATE TO JS-END-DATE.
108300     MOVE XR-END-TIME TO JS-END-TIME.
108400     MOVE XR-JOB-ID TO JS-JOB-ID.
108500     MOVE SPACE TO JS-PARTITION-ID.
108600     MOVE XR-CUSTOMER-COUNT TO JS-GREETED-COUNT.
108700     MOVE XR-DRIFT-COUNT TO JS-EXCEPTION-COUNT.
108800     MOVE ZERO TO JS-SKIP-COUNT.
108900     MOVE XR-FALLBACK-CUSTOMERS TO JS-FALLBACK-COUNT.
109000     MOVE ZERO TO JS-SUPPRESS-COUNT.
109100     MOVE ZERO TO JS-UNDELIV-COUNT.
109200     IF RETURN-CODE = 16
109300         MOVE "F" TO JS-CHECKPOINT-STATE
109400     ELSE
109500         MOVE "E" TO JS-CHECKPOINT-STATE
109600     END-IF.
109700     MOVE RETURN-CODE TO JS-RETURN-CODE.
109800     MOVE SPACES TO JS-CAMPAIGN-CODE.
109900     MOVE ZERO TO JS-NO-ADDRESS-COUNT.
110000     MOVE "N" TO JS-RESTART-FLAG.
110100     MOVE ZERO TO JS-CARD-COUNT.
110200     MOVE ZERO TO JS-ELECTRONIC-COUNT.
110300     WRITE JOB-STATUS-RECORD.
110400     CLOSE JOB-STATUS-FILE.
110500 8000-EXIT.
110600     EXIT.
110700
110800*----------------------------------------------------------------
110900* 9000-TERMINATE - WRITE THE JOB-STATUS RECORD, THEN CLOSE
111000*                  WHATEVER FILES THIS RUN ACTUALLY OPENED.
111100*                  EVERY EXIT - NORMAL OR ABORT - COMES THROUGH
111200*                  HERE, SO THE SCHEDULER ALWAYS GETS A STATUS
111300*                  RECORD. A RUN THAT ABORTS PARTWAY THROUGH
111400*                  1000-INITIALIZE MAY NOT HAVE OPENED EVERY
111500*                  FILE YET, AND CLOSING ONE THAT WAS NEVER
111600*                  OPENED IS A FATAL RUNTIME ERROR, NOT A NO-OP.
111700*----------------------------------------------------------------
111800 9000-TERMINATE.
111900     PERFORM 8000-WRITE-JOB-STATUS THRU 8000-EXIT.
112000     IF XR-CM-OPEN
112100         CLOSE CUSTOMER-MASTER-FILE
112200     END-IF.
112300     IF XR-GH-OPEN
112400         CLOSE GREETING-HISTORY-FILE
112500     END-IF.
112600     IF XR-SP-OPEN
112700         CLOSE SUPPRESS-FILE
112800     END-IF.
112900     IF XR-PM-OPEN
113000         CLOSE PHRASE-MASTER-FILE
113100     END-IF.
113200     IF XR-MT-OPEN
113300         CLOSE MERGE-TRAN-FILE
113400     END-IF.
113500     IF XR-CP-OPEN
113600         CLOSE CUST-PROPOSAL-FILE
113700     END-IF.
113800     IF XR-SX-OPEN
113900         CLOSE SUPP-PROPOSAL-FILE
114000     END-IF.
114100     IF XR-RF-OPEN
114200         CLOSE REPORT-FILE
114300     END-IF.
114400 9000-EXIT.
114500     EXIT.
114600
114700 9999-EXIT.
114800     EXIT PROGRAM.
