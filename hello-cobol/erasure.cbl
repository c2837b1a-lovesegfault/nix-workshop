000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ERASURE.
000300 AUTHOR. R-HENDRICKS.
000400 INSTALLATION. DATA-PROCESSING-CENTER.
000500 DATE-WRITTEN. 2026-10-02.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* ERASURE    - CUSTOMER ERASURE RUN. READS THE ERASURE REQUESTS
000900*              THE PRIVACY DESK KEYS (ERASREQ), ONE CUSTOMER ID
001000*              PER CUSTOMER WHO HAS ASKED FOR ALL OF THEIR DATA
001100*              TO BE DELETED, AND REMOVES OR ANONYMIZES EVERY
001200*              TRACE OF THEM THAT THE MASTER DELETE LEAVES
001300*              BEHIND:
001400*                - GREETHST  - THE HISTORY ROW IS DELETED,
001500*                - CHGJRNL   - THE CUSTOMER'S CUSTMAST JOURNAL
001600*                              ROWS KEEP THEIR KEY, ACTION AND
001700*                              RUN STAMP BUT LOSE BOTH IMAGES,
001800*                - AUDITLOG  - ROWS FOR THE NAME ARE KEPT, SO
001900*                  AUDARCH     THE GREETING COUNTS STILL
002000*                              RECONCILE, WITH THE NAME REPLACED
002100*                              BY "*ERASED*",
002200*                - NAMEEXCP  - ROWS FOR THE NAME ARE DROPPED,
002300*                - CORRFILE  - ROWS FOR THE NAME ARE DROPPED,
002400*                - DUPTRANS  - PROPOSALS FOR THE ID ARE DROPPED.
002500*              WHAT IS LEFT IS A DO-NOT-GREET ENTRY KEYED BY THE
002600*              CUSTOMER ID WITH REASON "ER", WHICH SUPPLOAD WILL
002700*              NOT CHANGE OR LIFT, SO NO LATER EXTRACT CAN GREET
002800*              THE CUSTOMER AGAIN, AND AN ERASURE CERTIFICATE
002900*              (ERASCERT) PER REQUEST FOR LEGAL.
003000*
003100*              THE AUDIT, EXCEPTION AND CORRECTION FILES HOLD
003200*              NAMES, NOT IDS. THE NAMES SEARCHED FOR ARE THE
003300*              NAME THE CUSTOMER IS GREETED UNDER (CM-NAME, OR
003400*              THE SALUTATION'S FIRST AND LAST NAME WHEN CM-NAME
003500*              IS BLANK, AS HELLOCM AND CUSTINQ BUILD IT) TAKEN
003600*              FROM THE MASTER RECORD IF IT IS STILL THERE AND
003700*              FROM EVERY CUSTMAST IMAGE ON THE CHANGE JOURNAL,
003800*              SO A NAME THE CUSTOMER USED BEFORE A CHANGE IS
003900*              ERASED TOO. ANOTHER CUSTOMER GREETED UNDER THE
004000*              VERY SAME NAME LOSES THOSE ROWS AS WELL - THE
004100*              FILES CANNOT TELL THE TWO APART.
004200*
004300*              CUSTMAST ITSELF IS LEFT TO CUSTLOAD, WHICH
004400*              JOURNALS THE DELETE; RUN THE CUSTLOAD DELETE
004500*              FIRST. A REQUEST FOR A CUSTOMER STILL ON THE
004600*              MASTER IS ERASED EVERYWHERE ELSE BUT CERTIFIED
004700*              INCOMPLETE, SINCE THE LATER DELETE JOURNALS THE
004800*              RECORD AGAIN - RERUN IT AFTER THE DELETE. AN
004900*              INCOMPLETE REQUEST KEEPS ITS JOURNAL IMAGES, SO
005000*              THE RERUN CAN STILL FIND THE CUSTOMER'S NAMES.
005100*
005200*              THE SEQUENTIAL FILES ARE REWRITTEN TO NEW COPIES
005300*              (JRNLNEW, AUDITNEW, AUDARNEW, NAMEXNEW, CORRNEW,
005400*              DUPTRNEW) THE WAY AUDPURGE AND NAMERCYC DO IT.
005500*              AFTER A RUN THAT ENDS BELOW 16 THE JOB SWAPS
005600*              JRNLNEW IN OVER CHGJRNL - IT ALSO CARRIES THE
005700*              JOURNAL ROWS FOR THE SUPPRESSION ENTRIES WRITTEN
005800*              HERE - AND EACH OTHER NEW COPY IN OVER ITS FILE
005900*              WHEN THE REPORT TRAILER LISTS THAT FILE AS
006000*              PROCESSED. A FILE THAT IS NOT ON THIS SYSTEM IS
006100*              LISTED AS ABSENT AND HAS NOTHING TO ERASE; A FILE
006200*              THAT WILL NOT OPEN IS LISTED AS FAILED AND EVERY
006300*              REQUEST IS CERTIFIED INCOMPLETE SO IT IS RERUN.
006400*
006500*              RETURN CODE 4 WHEN ANY REQUEST WAS IGNORED OR
006600*              CERTIFIED INCOMPLETE, SO THE DESK LOOKS AT THE
006700*              REPORT; 16 FOR HARD FAILURES, WHEN NOTHING IS TO
006800*              BE SWAPPED IN.
006900*----------------------------------------------------------------
007000* MODIFICATION HISTORY
007100*   2026-10-02 RH  INITIAL VERSION - DELETING THE MASTER RECORD
007200*                  LEFT THE NAME IN SIX OTHER FILES.
007220*   2026-10-15 RH  CHANGE JOURNAL REOPENED FOR ITS SECOND PASS
007240*                  BEFORE ANY FILE IS TOUCHED, SO A JOURNAL THAT
007260*                  WILL NOT REOPEN CANNOT LEAVE A SUPPRESSION
007280*                  WRITTEN BUT NOT JOURNALED.
007284*   2026-10-15 RH  AUDIT ARCHIVE ROWS ARE READ INTO THE ARCHIVE
007288*                  FILE'S OWN RECORD AREA, NOT THE CLOSED AUDIT
007292*                  LOG'S.
007300*----------------------------------------------------------------
007400
007500 ENVIRONMENT DIVISION.
007600 INPUT-OUTPUT SECTION.
007700 FILE-CONTROL.
007800     SELECT ERASURE-REQUEST-FILE ASSIGN TO "ERASREQ"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS ER-EQ-FILE-STATUS.
008100
008200     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS RANDOM
008500         RECORD KEY IS CM-CUSTOMER-ID
008600         FILE STATUS IS ER-CM-FILE-STATUS.
008700
008800     SELECT GREETING-HISTORY-FILE ASSIGN TO "GREETHST"
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS RANDOM
009100         RECORD KEY IS GH-CUSTOMER-ID
009200         FILE STATUS IS ER-GH-FILE-STATUS.
009300
009400     SELECT SUPPRESS-FILE ASSIGN TO "DONOTGRT"
009500         ORGANIZATION IS INDEXED
009600         ACCESS MODE IS RANDOM
009700         RECORD KEY IS SP-SUPPRESS-KEY
009800         FILE STATUS IS ER-SP-FILE-STATUS.
009900
010000     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS ER-JR-FILE-STATUS.
010300
010400     SELECT NEW-JOURNAL-FILE ASSIGN TO "JRNLNEW"
010500         ORGANIZATION IS LINE SEQUENTIAL
010600         FILE STATUS IS ER-NJ-FILE-STATUS.
010700
010800     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
010900         ORGANIZATION IS LINE SEQUENTIAL
011000         FILE STATUS IS ER-AL-FILE-STATUS.
011100
011200     SELECT NEW-AUDIT-LOG-FILE ASSIGN TO "AUDITNEW"
011300         ORGANIZATION IS LINE SEQUENTIAL
011400         FILE STATUS IS ER-NL-FILE-STATUS.
011500
011600     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDARCH"
011700         ORGANIZATION IS LINE SEQUENTIAL
011800         FILE STATUS IS ER-AR-FILE-STATUS.
011900
012000     SELECT NEW-AUDIT-ARCHIVE-FILE ASSIGN TO "AUDARNEW"
012100         ORGANIZATION IS LINE SEQUENTIAL
012200         FILE STATUS IS ER-NA-FILE-STATUS.
012300
012400     SELECT NAME-EXCEPTION-FILE ASSIGN TO "NAMEEXCP"
012500         ORGANIZATION IS LINE SEQUENTIAL
012600         FILE STATUS IS ER-NX-FILE-STATUS.
012700
012800     SELECT NEW-EXCEPTION-FILE ASSIGN TO "NAMEXNEW"
012900         ORGANIZATION IS LINE SEQUENTIAL
013000         FILE STATUS IS ER-NE-FILE-STATUS.
013100
013200     SELECT CORRECTION-FILE ASSIGN TO "CORRFILE"
013300         ORGANIZATION IS LINE SEQUENTIAL
013400         FILE STATUS IS ER-CR-FILE-STATUS.
013500
013600     SELECT NEW-CORRECTION-FILE ASSIGN TO "CORRNEW"
013700         ORGANIZATION IS LINE SEQUENTIAL
013800         FILE STATUS IS ER-NC-FILE-STATUS.
013900
014000     SELECT MERGE-TRAN-FILE ASSIGN TO "DUPTRANS"
014100         ORGANIZATION IS LINE SEQUENTIAL
014200         FILE STATUS IS ER-DT-FILE-STATUS.
014300
014400     SELECT NEW-MERGE-TRAN-FILE ASSIGN TO "DUPTRNEW"
014500         ORGANIZATION IS LINE SEQUENTIAL
014600         FILE STATUS IS ER-ND-FILE-STATUS.
014700
014800     SELECT CERTIFICATE-FILE ASSIGN TO "ERASCERT"
014900         ORGANIZATION IS LINE SEQUENTIAL
015000         FILE STATUS IS ER-EC-FILE-STATUS.
015100
015200     SELECT REPORT-FILE ASSIGN TO "ERRPTFIL"
015300         ORGANIZATION IS LINE SEQUENTIAL
015400         FILE STATUS IS ER-RF-FILE-STATUS.
015500
015600 DATA DIVISION.
015700 FILE SECTION.
015800 FD  ERASURE-REQUEST-FILE.
015900     COPY ERASREQ.
016000
016100 FD  CUSTOMER-MASTER-FILE.
016200     COPY CUSTMAS.
016300
016400 FD  GREETING-HISTORY-FILE.
016500     COPY GRTHIST.
016600
016700 FD  SUPPRESS-FILE.
016800     COPY SUPPREC.
016900
017000 FD  CHANGE-JOURNAL-FILE.
017100     COPY JRNLREC.
017200
017300 FD  NEW-JOURNAL-FILE.
017400 01  NEW-JOURNAL-RECORD          PIC X(873).
017500
017600 FD  AUDIT-LOG-FILE.
017700     COPY AUDITREC.
017800
017900 FD  NEW-AUDIT-LOG-FILE.
018000 01  NEW-AUDIT-LOG-RECORD        PIC X(64).
018100
018200 FD  AUDIT-ARCHIVE-FILE.
018300     COPY AUDITREC REPLACING
018310         ==AUDIT-LOG-RECORD== BY ==AUDIT-ARCHIVE-RECORD==
018320         LEADING ==AL-== BY ==AR-==.
018400
018500 FD  NEW-AUDIT-ARCHIVE-FILE.
018600 01  NEW-AUDIT-ARCHIVE-RECORD    PIC X(64).
018700
018800 FD  NAME-EXCEPTION-FILE.
018900     COPY NAMEEXCP.
019000
019100 FD  NEW-EXCEPTION-FILE.
019200 01  NEW-EXCEPTION-RECORD        PIC X(104).
019300
019400 FD  CORRECTION-FILE.
019500     COPY CORRREC.
019600
019700 FD  NEW-CORRECTION-FILE.
019800 01  NEW-CORRECTION-RECORD       PIC X(94).
019900
020000 FD  MERGE-TRAN-FILE.
020100     COPY CUSTTRN.
020200
020300 FD  NEW-MERGE-TRAN-FILE.
020400 01  NEW-MERGE-TRAN-RECORD       PIC X(266).
020500
020600 FD  CERTIFICATE-FILE.
020700     COPY ERASCERT.
020800
020900 FD  REPORT-FILE.
021000 01  REPORT-RECORD               PIC X(132).
021100
021200 WORKING-STORAGE SECTION.
021300 77  ER-EOF-SW               PIC X(01) VALUE "N".
021400     88  ER-EOF                        VALUE "Y".
021500 77  ER-EQ-FILE-STATUS       PIC X(02).
021600 77  ER-EQ-OPEN-SW           PIC X(01) VALUE "N".
021700     88  ER-EQ-OPEN                    VALUE "Y".
021800 77  ER-CM-FILE-STATUS       PIC X(02).
021900 77  ER-CM-OPEN-SW           PIC X(01) VALUE "N".
022000     88  ER-CM-OPEN                    VALUE "Y".
022100 77  ER-GH-FILE-STATUS       PIC X(02).
022200 77  ER-GH-OPEN-SW           PIC X(01) VALUE "N".
022300     88  ER-GH-OPEN                    VALUE "Y".
022400 77  ER-SP-FILE-STATUS       PIC X(02).
022500 77  ER-SP-OPEN-SW           PIC X(01) VALUE "N".
022600     88  ER-SP-OPEN                    VALUE "Y".
022700 77  ER-JR-FILE-STATUS       PIC X(02).
022800 77  ER-JR-OPEN-SW           PIC X(01) VALUE "N".
022900     88  ER-JR-OPEN                    VALUE "Y".
023000 77  ER-NJ-FILE-STATUS       PIC X(02).
023100 77  ER-NJ-OPEN-SW           PIC X(01) VALUE "N".
023200     88  ER-NJ-OPEN                    VALUE "Y".
023300 77  ER-AL-FILE-STATUS       PIC X(02).
023400 77  ER-AL-OPEN-SW           PIC X(01) VALUE "N".
023500     88  ER-AL-OPEN                    VALUE "Y".
023600 77  ER-NL-FILE-STATUS       PIC X(02).
023700 77  ER-NL-OPEN-SW           PIC X(01) VALUE "N".
023800     88  ER-NL-OPEN                    VALUE "Y".
023900 77  ER-AR-FILE-STATUS       PIC X(02).
024000 77  ER-AR-OPEN-SW           PIC X(01) VALUE "N".
024100     88  ER-AR-OPEN                    VALUE "Y".
024200 77  ER-NA-FILE-STATUS       PIC X(02).
024300 77  ER-NA-OPEN-SW           PIC X(01) VALUE "N".
024400     88  ER-NA-OPEN                    VALUE "Y".
024500 77  ER-NX-FILE-STATUS       PIC X(02).
024600 77  ER-NX-OPEN-SW           PIC X(01) VALUE "N".
024700     88  ER-NX-OPEN                    VALUE "Y".
024800 77  ER-NE-FILE-STATUS       PIC X(02).
024900 77  ER-NE-OPEN-SW           PIC X(01) VALUE "N".
025000     88  ER-NE-OPEN                    VALUE "Y".
025100 77  ER-CR-FILE-STATUS       PIC X(02).
025200 77  ER-CR-OPEN-SW           PIC X(01) VALUE "N".
025300     88  ER-CR-OPEN                    VALUE "Y".
025400 77  ER-NC-FILE-STATUS       PIC X(02).
025500 77  ER-NC-OPEN-SW           PIC X(01) VALUE "N".
025600     88  ER-NC-OPEN                    VALUE "Y".
025700 77  ER-DT-FILE-STATUS       PIC X(02).
025800 77  ER-DT-OPEN-SW           PIC X(01) VALUE "N".
025900     88  ER-DT-OPEN                    VALUE "Y".
026000 77  ER-ND-FILE-STATUS       PIC X(02).
026100 77  ER-ND-OPEN-SW           PIC X(01) VALUE "N".
026200     88  ER-ND-OPEN                    VALUE "Y".
026300 77  ER-EC-FILE-STATUS       PIC X(02).
026400 77  ER-EC-OPEN-SW           PIC X(01) VALUE "N".
026500     88  ER-EC-OPEN                    VALUE "Y".
026600 77  ER-RF-FILE-STATUS       PIC X(02).
026700 77  ER-RF-OPEN-SW           PIC X(01) VALUE "N".
026800     88  ER-RF-OPEN                    VALUE "Y".
026900 77  ER-ENTRY-FOUND-SW       PIC X(01) VALUE "N".
027000     88  ER-ENTRY-FOUND                VALUE "Y".
027100 77  ER-RQ-COUNT             PIC 9(04) COMP VALUE 0.
027200 77  ER-NAME-COUNT           PIC 9(04) COMP VALUE 0.
027300 77  ER-CUR-IDX              PIC 9(04) COMP.
027400 77  ER-FOUND-IDX            PIC 9(04) COMP.
027500 77  ER-SEARCH-IDX           PIC 9(04) COMP.
027600 77  ER-FX                   PIC 9(04) COMP.
027700 77  ER-READ-COUNT           PIC 9(08) COMP VALUE 0.
027800 77  ER-IGNORED-COUNT        PIC 9(08) COMP VALUE 0.
027900 77  ER-COMPLETE-COUNT       PIC 9(08) COMP VALUE 0.
028000 77  ER-INCOMPLETE-COUNT     PIC 9(08) COMP VALUE 0.
028100 77  ER-SEARCH-ID            PIC X(10).
028200 77  ER-SEARCH-NAME          PIC X(32).
028300 77  ER-NAME-WORK            PIC X(32).
028400 77  ER-FALLBACK-NAME        PIC X(41).
028500 77  ER-ERASED-NAME          PIC X(32) VALUE "*ERASED*".
028600 77  ER-IGNORE-REASON        PIC X(40).
028700 77  ER-JOURNAL-ACTION       PIC X(01).
028800 77  ER-RESULT-TEXT          PIC X(10).
028900 77  ER-RUN-DATE             PIC X(08).
029000 77  ER-RUN-TIME             PIC X(08).
029100 77  ER-END-DATE             PIC X(08).
029200 77  ER-END-TIME             PIC X(08).
029300 77  ER-COUNT-EDIT           PIC ZZZZZZZ9.
029400 77  ER-ENV-NAME             PIC X(20).
029500 77  ER-JOB-ID               PIC X(08).
029600 01  ER-REPORT-LINE          PIC X(132).
029700*----------------------------------------------------------------
029800* ER-DETAIL-LINE - ONE REPORT LINE PER REQUEST: THE ROWS CHANGED
029900*              IN EACH FILE, IN THE CERTIFICATE'S FILE ORDER, OR
030000*              WHY THE FILE WAS NOT SEARCHED.
030100*----------------------------------------------------------------
030200 01  ER-DETAIL-LINE.
030300     05  ER-DL-CUSTOMER-ID       PIC X(10).
030400     05  FILLER                  PIC X(01).
030500     05  ER-DL-REQUEST-DATE      PIC X(08).
030600     05  FILLER                  PIC X(01).
030700     05  ER-DL-REFERENCE         PIC X(12).
030800     05  ER-DL-CELL OCCURS 8 TIMES.
030900         10  FILLER              PIC X(01).
031000         10  ER-DL-CELL-TEXT     PIC X(08).
031100     05  FILLER                  PIC X(02).
031200     05  ER-DL-RESULT            PIC X(10).
031300     05  FILLER                  PIC X(16).
031400*----------------------------------------------------------------
031500* ER-FILE-NAME-TABLE / ER-FILE-TABLE - THE FILES THIS RUN ERASES
031600*              FROM, IN THE ORDER THE CERTIFICATE LISTS THEM, WITH
031700*              EACH FILE'S RUN RESULT ("P" PROCESSED, "A" ABSENT,
031800*              "F" FAILED) AND ITS TOTAL ROWS CHANGED.
031900*----------------------------------------------------------------
032000 01  ER-FILE-NAME-VALUES.
032100     05  FILLER                  PIC X(08) VALUE "GREETHST".
032200     05  FILLER                  PIC X(08) VALUE "DONOTGRT".
032300     05  FILLER                  PIC X(08) VALUE "CHGJRNL ".
032400     05  FILLER                  PIC X(08) VALUE "AUDITLOG".
032500     05  FILLER                  PIC X(08) VALUE "AUDARCH ".
032600     05  FILLER                  PIC X(08) VALUE "NAMEEXCP".
032700     05  FILLER                  PIC X(08) VALUE "CORRFILE".
032800     05  FILLER                  PIC X(08) VALUE "DUPTRANS".
032900 01  ER-FILE-NAME-TABLE REDEFINES ER-FILE-NAME-VALUES.
033000     05  ER-FILE-NAME OCCURS 8 TIMES
033100                                 PIC X(08).
033200 01  ER-FILE-TABLE.
033300     05  ER-FILE-ENTRY OCCURS 8 TIMES.
033400         10  ER-FILE-RESULT      PIC X(01).
033500         10  ER-FILE-TOTAL       PIC 9(08) COMP.
033600*----------------------------------------------------------------
033700* ER-REQUEST-TABLE - THE REQUESTS BEING WORKED, WITH THE ROWS
033800*              CHANGED PER FILE. EACH SEQUENTIAL FILE IS PASSED
033900*              ONCE FOR THE WHOLE REQUEST FILE, SO EVERY REQUEST
034000*              IS HELD UNTIL THE CERTIFICATES ARE WRITTEN. THE
034100*              DESK KEYS A HANDFUL OF ERASURES A WEEK; A RUN PAST
034200*              THE TABLE ABORTS BEFORE ANYTHING IS CHANGED.
034300*              ER-RQ-FILE-RESULT IS "F" WHEN THE FILE FAILED FOR
034400*              THIS REQUEST ALONE. ER-RQ-SP-ACTION AND
034500*              ER-RQ-SP-BEFORE HOLD THE SUPPRESSION CHANGE UNTIL
034600*              IT IS JOURNALED AT THE END OF THE NEW JOURNAL.
034700*----------------------------------------------------------------
034800 01  ER-REQUEST-TABLE.
034900     05  ER-RQ-ENTRY OCCURS 500 TIMES.
035000         10  ER-RQ-ID            PIC X(10).
035100         10  ER-RQ-REQUEST-DATE  PIC X(08).
035200         10  ER-RQ-REFERENCE     PIC X(12).
035300         10  ER-RQ-MASTER-SW     PIC X(01).
035400             88  ER-RQ-ON-MASTER          VALUE "P".
035500         10  ER-RQ-NAME-COUNT    PIC 9(04) COMP.
035600         10  ER-RQ-NAME-FULL-SW  PIC X(01).
035700             88  ER-RQ-NAMES-LOST         VALUE "Y".
035800         10  ER-RQ-FLAG-SW       PIC X(01).
035900             88  ER-RQ-FLAGGED            VALUE "Y".
036000         10  ER-RQ-SP-ACTION     PIC X(01).
036100         10  ER-RQ-SP-BEFORE     PIC X(42).
036200         10  ER-RQ-FILE OCCURS 8 TIMES.
036300             15  ER-RQ-FILE-RESULT
036400                                 PIC X(01).
036500             15  ER-RQ-FILE-ROWS PIC 9(08) COMP.
036600*----------------------------------------------------------------
036700* ER-NAME-TABLE - EVERY NAME A REQUESTED CUSTOMER WAS KNOWN BY,
036800*              WITH THE REQUEST IT BELONGS TO, FOR THE FILES THAT
036900*              CARRY NO CUSTOMER ID.
037000*----------------------------------------------------------------
037100 01  ER-NAME-TABLE.
037200     05  ER-NM-ENTRY OCCURS 2000 TIMES.
037300         10  ER-NM-NAME          PIC X(32).
037400         10  ER-NM-REQUEST       PIC 9(04) COMP.
037500
037600 PROCEDURE DIVISION.
037700
037800*----------------------------------------------------------------
037900* 0000-MAINLINE
038000*----------------------------------------------------------------
038100 0000-MAINLINE.
038200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038300     PERFORM 2000-LOAD-REQUESTS THRU 2000-EXIT.
038400     PERFORM 3000-COLLECT-JOURNAL-NAMES THRU 3000-EXIT.
038500     PERFORM 4000-ERASE-KEYED-FILES THRU 4000-EXIT.
038600     PERFORM 5100-ERASE-AUDIT-LOG THRU 5100-EXIT.
038700     PERFORM 5200-ERASE-AUDIT-ARCHIVE THRU 5200-EXIT.
038800     PERFORM 5300-ERASE-EXCEPTIONS THRU 5300-EXIT.
038900     PERFORM 5400-ERASE-CORRECTIONS THRU 5400-EXIT.
039000     PERFORM 5500-ERASE-MERGE-TRANS THRU 5500-EXIT.
039100     PERFORM 5900-CHECK-REQUESTS THRU 5900-EXIT.
039200     PERFORM 6000-REWRITE-JOURNAL THRU 6000-EXIT.
039300     PERFORM 7000-CERTIFY-REQUESTS THRU 7000-EXIT.
039400     PERFORM 7500-WRITE-REPORT-TRAILER THRU 7500-EXIT.
039500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
039600     GO TO 9999-EXIT.
039700
039800*----------------------------------------------------------------
039900* 1000-INITIALIZE - OPEN THE FILES EVERY REQUEST NEEDS AND WRITE
040000*                   THE REPORT HEADER. THE SUPPRESSION FILE IS
040100*                   CREATED EMPTY ON ITS FIRST USE, AS IN
040200*                   SUPPLOAD. NO CHANGE JOURNAL ON FILE MEANS NO
040300*                   JOURNAL ROWS TO ERASE, BUT A NEW JOURNAL THAT
040400*                   WILL NOT OPEN ABORTS THE RUN - NO SUPPRESSION
040500*                   IS WRITTEN THAT CANNOT BE JOURNALED. EACH
040600*                   FILE'S OPEN SWITCH IS SET ONLY AFTER ITS OPEN
040700*                   SUCCEEDS, SO 9000-TERMINATE NEVER CLOSES A
040800*                   FILE THAT WAS NEVER OPENED.
040900*----------------------------------------------------------------
041000 1000-INITIALIZE.
041100     ACCEPT ER-RUN-DATE FROM DATE YYYYMMDD.
041200     ACCEPT ER-RUN-TIME FROM TIME.
041300     MOVE "JOBNAME" TO ER-ENV-NAME.
041400     DISPLAY ER-ENV-NAME UPON ENVIRONMENT-NAME.
041500     ACCEPT ER-JOB-ID FROM ENVIRONMENT-VALUE.
041600     PERFORM 1100-CLEAR-FILE-ENTRY THRU 1100-EXIT
041700         VARYING ER-FX FROM 1 BY 1
041800         UNTIL ER-FX > 8.
041900     OPEN INPUT ERASURE-REQUEST-FILE.
042000     IF ER-EQ-FILE-STATUS NOT = "00"
042100         DISPLAY "ERASURE: UNABLE TO OPEN REQUEST FILE - "
042200             "STATUS " ER-EQ-FILE-STATUS
042300         MOVE 16 TO RETURN-CODE
042400         PERFORM 9000-TERMINATE THRU 9000-EXIT
042500         GO TO 9999-EXIT
042600     END-IF.
042700     SET ER-EQ-OPEN TO TRUE.
042800     OPEN INPUT CUSTOMER-MASTER-FILE.
042900     IF ER-CM-FILE-STATUS NOT = "00"
043000         DISPLAY "ERASURE: UNABLE TO OPEN CUSTOMER MASTER - "
043100             "STATUS " ER-CM-FILE-STATUS
043200         MOVE 16 TO RETURN-CODE
043300         PERFORM 9000-TERMINATE THRU 9000-EXIT
043400         GO TO 9999-EXIT
043500     END-IF.
043600     SET ER-CM-OPEN TO TRUE.
043700     OPEN I-O SUPPRESS-FILE.
043800     IF ER-SP-FILE-STATUS = "35"
043900         OPEN OUTPUT SUPPRESS-FILE
044000         CLOSE SUPPRESS-FILE
044100         OPEN I-O SUPPRESS-FILE
044200     END-IF.
044300     IF ER-SP-FILE-STATUS NOT = "00"
044400         DISPLAY "ERASURE: UNABLE TO OPEN SUPPRESSION FILE - "
044500             "STATUS " ER-SP-FILE-STATUS
044600         MOVE 16 TO RETURN-CODE
044700         PERFORM 9000-TERMINATE THRU 9000-EXIT
044800         GO TO 9999-EXIT
044900     END-IF.
045000     SET ER-SP-OPEN TO TRUE.
045100     OPEN INPUT CHANGE-JOURNAL-FILE.
045200     IF ER-JR-FILE-STATUS = "35"
045300         DISPLAY "ERASURE: NO CHANGE JOURNAL ON FILE - NO "
045400             "JOURNAL ROWS TO ERASE"
045500     ELSE
045600         IF ER-JR-FILE-STATUS NOT = "00"
045700             DISPLAY "ERASURE: UNABLE TO OPEN CHANGE JOURNAL - "
045800                 "STATUS " ER-JR-FILE-STATUS
045900             MOVE 16 TO RETURN-CODE
046000             PERFORM 9000-TERMINATE THRU 9000-EXIT
046100             GO TO 9999-EXIT
046200         END-IF
046300         SET ER-JR-OPEN TO TRUE
046400     END-IF.
046500     OPEN OUTPUT NEW-JOURNAL-FILE.
046600     IF ER-NJ-FILE-STATUS NOT = "00"
046700         DISPLAY "ERASURE: UNABLE TO OPEN NEW CHANGE JOURNAL - "
046800             "STATUS " ER-NJ-FILE-STATUS
046900         MOVE 16 TO RETURN-CODE
047000         PERFORM 9000-TERMINATE THRU 9000-EXIT
047100         GO TO 9999-EXIT
047200     END-IF.
047300     SET ER-NJ-OPEN TO TRUE.
047400     OPEN EXTEND CERTIFICATE-FILE.
047500     IF ER-EC-FILE-STATUS = "35"
047600         OPEN OUTPUT CERTIFICATE-FILE
047700     END-IF.
047800     IF ER-EC-FILE-STATUS NOT = "00"
047900         DISPLAY "ERASURE: UNABLE TO OPEN CERTIFICATE FILE - "
048000             "STATUS " ER-EC-FILE-STATUS
048100         MOVE 16 TO RETURN-CODE
048200         PERFORM 9000-TERMINATE THRU 9000-EXIT
048300         GO TO 9999-EXIT
048400     END-IF.
048500     SET ER-EC-OPEN TO TRUE.
048600     OPEN OUTPUT REPORT-FILE.
048700     IF ER-RF-FILE-STATUS NOT = "00"
048800         DISPLAY "ERASURE: UNABLE TO OPEN REPORT-FILE - STATUS "
048900             ER-RF-FILE-STATUS
049000         MOVE 16 TO RETURN-CODE
049100         PERFORM 9000-TERMINATE THRU 9000-EXIT
049200         GO TO 9999-EXIT
049300     END-IF.
049400     SET ER-RF-OPEN TO TRUE.
049500     MOVE SPACES TO ER-REPORT-LINE.
049600     STRING "CUSTOMER ERASURE REPORT - STARTED "
049700         ER-RUN-DATE " " ER-RUN-TIME " - JOB " ER-JOB-ID
049800         INTO ER-REPORT-LINE.
049900     WRITE REPORT-RECORD FROM ER-REPORT-LINE.
050000 1000-EXIT.
050100     EXIT.
050200
050300 1100-CLEAR-FILE-ENTRY.
050400     MOVE SPACE TO ER-FILE-RESULT(ER-FX).
050500     MOVE 0 TO ER-FILE-TOTAL(ER-FX).
050600 1100-EXIT.
050700     EXIT.
050800
050900*----------------------------------------------------------------
051000* 2000-LOAD-REQUESTS - READ EVERY REQUEST INTO THE TABLE BEFORE
051100*                      ANY FILE IS TOUCHED. A BLANK OR REPEATED
051200*                      CUSTOMER ID IS LISTED AS IGNORED.
051300*----------------------------------------------------------------
051400 2000-LOAD-REQUESTS.
051500     MOVE "N" TO ER-EOF-SW.
051600     READ ERASURE-REQUEST-FILE
051700         AT END SET ER-EOF TO TRUE
051800     END-READ.
051900     PERFORM 2100-LOAD-ONE-REQUEST THRU 2100-EXIT
052000         UNTIL ER-EOF.
052100     CLOSE ERASURE-REQUEST-FILE.
052200     MOVE "N" TO ER-EQ-OPEN-SW.
052300 2000-EXIT.
052400     EXIT.
052500
052600*----------------------------------------------------------------
052700* 2100-LOAD-ONE-REQUEST - TABLE ONE REQUEST AND LOOK THE CUSTOMER
052800*                         UP ON THE MASTER FOR THE NAME THEY ARE
052900*                         GREETED UNDER.
053000*----------------------------------------------------------------
053100 2100-LOAD-ONE-REQUEST.
053200     ADD 1 TO ER-READ-COUNT.
053300     IF EQ-CUSTOMER-ID = SPACES
053400         MOVE "IGNORED - BLANK CUSTOMER ID" TO ER-IGNORE-REASON
053500         PERFORM 2400-LIST-IGNORED THRU 2400-EXIT
053600         GO TO 2100-NEXT
053700     END-IF.
053800     MOVE EQ-CUSTOMER-ID TO ER-SEARCH-ID.
053900     PERFORM 8100-FIND-REQUEST THRU 8100-EXIT.
054000     IF ER-ENTRY-FOUND
054100         MOVE "IGNORED - SAME ID AS AN EARLIER REQUEST"
054200             TO ER-IGNORE-REASON
054300         PERFORM 2400-LIST-IGNORED THRU 2400-EXIT
054400         GO TO 2100-NEXT
054500     END-IF.
054600     IF ER-RQ-COUNT = 500
054700         DISPLAY "ERASURE: MORE THAN 500 REQUESTS - SPLIT THE "
054800             "REQUEST FILE"
054900         MOVE 16 TO RETURN-CODE
055000         PERFORM 9000-TERMINATE THRU 9000-EXIT
055100         GO TO 9999-EXIT
055200     END-IF.
055300     ADD 1 TO ER-RQ-COUNT.
055400     MOVE ER-RQ-COUNT TO ER-CUR-IDX.
055500     MOVE EQ-CUSTOMER-ID TO ER-RQ-ID(ER-CUR-IDX).
055600     MOVE EQ-REQUEST-DATE TO ER-RQ-REQUEST-DATE(ER-CUR-IDX).
055700     MOVE EQ-REFERENCE TO ER-RQ-REFERENCE(ER-CUR-IDX).
055800     MOVE "D" TO ER-RQ-MASTER-SW(ER-CUR-IDX).
055900     MOVE 0 TO ER-RQ-NAME-COUNT(ER-CUR-IDX).
056000     MOVE "N" TO ER-RQ-NAME-FULL-SW(ER-CUR-IDX).
056100     MOVE "N" TO ER-RQ-FLAG-SW(ER-CUR-IDX).
056200     MOVE SPACE TO ER-RQ-SP-ACTION(ER-CUR-IDX).
056300     MOVE SPACES TO ER-RQ-SP-BEFORE(ER-CUR-IDX).
056400     PERFORM 2150-CLEAR-REQUEST-FILE THRU 2150-EXIT
056500         VARYING ER-FX FROM 1 BY 1
056600         UNTIL ER-FX > 8.
056700     MOVE EQ-CUSTOMER-ID TO CM-CUSTOMER-ID.
056800     READ CUSTOMER-MASTER-FILE
056900         INVALID KEY
057000             GO TO 2100-NEXT
057100     END-READ.
057200     MOVE "P" TO ER-RQ-MASTER-SW(ER-CUR-IDX).
057300     PERFORM 2500-RESOLVE-NAME THRU 2500-EXIT.
057400     PERFORM 2600-ADD-NAME THRU 2600-EXIT.
057500 2100-NEXT.
057600     READ ERASURE-REQUEST-FILE
057700         AT END SET ER-EOF TO TRUE
057800     END-READ.
057900 2100-EXIT.
058000     EXIT.
058100
058200 2150-CLEAR-REQUEST-FILE.
058300     MOVE SPACE TO ER-RQ-FILE-RESULT(ER-CUR-IDX, ER-FX).
058400     MOVE 0 TO ER-RQ-FILE-ROWS(ER-CUR-IDX, ER-FX).
058500 2150-EXIT.
058600     EXIT.
058700
058800 2400-LIST-IGNORED.
058900     ADD 1 TO ER-IGNORED-COUNT.
059000     MOVE SPACES TO ER-REPORT-LINE.
059100     STRING EQ-CUSTOMER-ID " " EQ-REQUEST-DATE " "
059200         EQ-REFERENCE " " ER-IGNORE-REASON
059300         INTO ER-REPORT-LINE.
059400     WRITE REPORT-RECORD FROM ER-REPORT-LINE.
059500 2400-EXIT.
059600     EXIT.
059700
059800*----------------------------------------------------------------
059900* 2500-RESOLVE-NAME - THE NAME THE CUSTOMER IN THE MASTER RECORD
060000*                     AREA IS GREETED AND AUDITED UNDER: CM-NAME,
060100*                     OR THE SALUTATION'S FIRST AND LAST NAME WHEN
060200*                     CM-NAME IS BLANK, CUT TO THE 32-BYTE AUDIT
060300*                     NAME THE SAME WAY HELLOCM CUTS IT.
060400*----------------------------------------------------------------
060500 2500-RESOLVE-NAME.
060600     MOVE CM-NAME TO ER-NAME-WORK.
060700     IF ER-NAME-WORK = SPACES
060800         AND (CM-TITLE NOT = SPACES OR CM-LAST-NAME NOT = SPACES)
060900         MOVE SPACES TO ER-FALLBACK-NAME
061000         STRING FUNCTION TRIM(CM-FIRST-NAME) " "
061100             FUNCTION TRIM(CM-LAST-NAME)
061200             INTO ER-FALLBACK-NAME
061300         MOVE ER-FALLBACK-NAME(1:32) TO ER-NAME-WORK
061400     END-IF.
061500 2500-EXIT.
061600     EXIT.
061700
061800*----------------------------------------------------------------
061900* 2600-ADD-NAME - ADD THE RESOLVED NAME TO THE NAME TABLE FOR THE
062000*                 CURRENT REQUEST UNLESS IT IS BLANK OR ALREADY
062100*                 THERE. A FULL TABLE MARKS THE REQUEST SO IT IS
062200*                 CERTIFIED INCOMPLETE RATHER THAN ERASED UNDER
062300*                 SOME OF ITS NAMES WITHOUT A WORD.
062400*----------------------------------------------------------------
062500 2600-ADD-NAME.
062600     IF ER-NAME-WORK = SPACES
062700         GO TO 2600-EXIT
062800     END-IF.
062900     MOVE "N" TO ER-ENTRY-FOUND-SW.
063000     PERFORM 2650-MATCH-NAME THRU 2650-EXIT
063100         VARYING ER-SEARCH-IDX FROM 1 BY 1
063200         UNTIL ER-SEARCH-IDX > ER-NAME-COUNT
063300             OR ER-ENTRY-FOUND.
063400     IF ER-ENTRY-FOUND
063500         GO TO 2600-EXIT
063600     END-IF.
063700     IF ER-NAME-COUNT = 2000
063800         MOVE "Y" TO ER-RQ-NAME-FULL-SW(ER-CUR-IDX)
063900         GO TO 2600-EXIT
064000     END-IF.
064100     ADD 1 TO ER-NAME-COUNT.
064200     MOVE ER-NAME-WORK TO ER-NM-NAME(ER-NAME-COUNT).
064300     MOVE ER-CUR-IDX TO ER-NM-REQUEST(ER-NAME-COUNT).
064400     ADD 1 TO ER-RQ-NAME-COUNT(ER-CUR-IDX).
064500 2600-EXIT.
064600     EXIT.
064700
064800 2650-MATCH-NAME.
064900     IF ER-NM-NAME(ER-SEARCH-IDX) = ER-NAME-WORK
065000         AND ER-NM-REQUEST(ER-SEARCH-IDX) = ER-CUR-IDX
065100         SET ER-ENTRY-FOUND TO TRUE
065200     END-IF.
065300 2650-EXIT.
065400     EXIT.
065500
065600*----------------------------------------------------------------
065700* 3000-COLLECT-JOURNAL-NAMES - A FIRST, READ-ONLY PASS OF THE
065800*                              CHANGE JOURNAL. EVERY CUSTMAST
065900*                              IMAGE FOR A REQUESTED CUSTOMER
066000*                              ADDS ITS NAME TO THE NAME TABLE,
066100*                              SO THE NAME-KEYED FILES ARE
066200*                              SEARCHED FOR EVERY NAME THE
066300*                              CUSTOMER EVER HAD ON THE MASTER,
066400*                              AND COUNTS AS A JOURNAL ROW TO
066500*                              ERASE. THE IMAGES ARE BLANKED BY
066600*                              6000-REWRITE-JOURNAL ONCE THE
066700*                              REQUEST IS KNOWN TO BE COMPLETE.
066710*                              THE JOURNAL IS REOPENED FOR THAT
066720*                              SECOND PASS HERE, BEFORE ANY FILE
066730*                              IS TOUCHED: ONE THAT WILL NOT
066740*                              REOPEN ABORTS THE RUN WITH NOTHING
066750*                              ERASED AND NO SUPPRESSION WRITTEN.
066800*----------------------------------------------------------------
066900 3000-COLLECT-JOURNAL-NAMES.
067000     IF NOT ER-JR-OPEN
067100         MOVE "A" TO ER-FILE-RESULT(3)
067200         GO TO 3000-EXIT
067300     END-IF.
067400     MOVE "N" TO ER-EOF-SW.
067500     READ CHANGE-JOURNAL-FILE
067600         AT END SET ER-EOF TO TRUE
067700     END-READ.
067800     PERFORM 3100-COLLECT-ONE-JOURNAL THRU 3100-EXIT
067900         UNTIL ER-EOF.
068000     CLOSE CHANGE-JOURNAL-FILE.
068100     MOVE "N" TO ER-JR-OPEN-SW.
068110     OPEN INPUT CHANGE-JOURNAL-FILE.
068120     IF ER-JR-FILE-STATUS NOT = "00"
068130         DISPLAY "ERASURE: UNABLE TO REOPEN CHANGE JOURNAL - "
068140             "STATUS " ER-JR-FILE-STATUS
068150         MOVE 16 TO RETURN-CODE
068160         PERFORM 9000-TERMINATE THRU 9000-EXIT
068170         GO TO 9999-EXIT
068180     END-IF.
068190     SET ER-JR-OPEN TO TRUE.
068200     MOVE "P" TO ER-FILE-RESULT(3).
068300 3000-EXIT.
068400     EXIT.
068500
068600 3100-COLLECT-ONE-JOURNAL.
068700     PERFORM 3200-FIND-JOURNAL-REQUEST THRU 3200-EXIT.
068800     IF NOT ER-ENTRY-FOUND
068900         GO TO 3100-NEXT
069000     END-IF.
069100     MOVE ER-FOUND-IDX TO ER-CUR-IDX.
069200     IF JR-BEFORE-IMAGE NOT = SPACES
069300         MOVE JR-BEFORE-IMAGE TO CUSTOMER-MASTER-RECORD
069400         PERFORM 2500-RESOLVE-NAME THRU 2500-EXIT
069500         PERFORM 2600-ADD-NAME THRU 2600-EXIT
069600     END-IF.
069700     IF JR-AFTER-IMAGE NOT = SPACES
069800         MOVE JR-AFTER-IMAGE TO CUSTOMER-MASTER-RECORD
069900         PERFORM 2500-RESOLVE-NAME THRU 2500-EXIT
070000         PERFORM 2600-ADD-NAME THRU 2600-EXIT
070100     END-IF.
070200     ADD 1 TO ER-RQ-FILE-ROWS(ER-CUR-IDX, 3).
070300 3100-NEXT.
070400     READ CHANGE-JOURNAL-FILE
070500         AT END SET ER-EOF TO TRUE
070600     END-READ.
070700 3100-EXIT.
070800     EXIT.
070900
071000*----------------------------------------------------------------
071100* 3200-FIND-JOURNAL-REQUEST - IS THE JOURNAL ROW IN THE RECORD
071200*                             AREA A CUSTMAST ROW, STILL CARRYING
071300*                             AN IMAGE, FOR A REQUESTED CUSTOMER?
071400*                             ER-FOUND-IDX IS THE REQUEST WHEN IT
071500*                             IS.
071600*----------------------------------------------------------------
071700 3200-FIND-JOURNAL-REQUEST.
071800     MOVE "N" TO ER-ENTRY-FOUND-SW.
071900     IF JR-FILE-NAME NOT = "CUSTMAST"
072000         OR JR-RECORD-KEY(11:22) NOT = SPACES
072100         GO TO 3200-EXIT
072200     END-IF.
072300     IF JR-BEFORE-IMAGE = SPACES AND JR-AFTER-IMAGE = SPACES
072400         GO TO 3200-EXIT
072500     END-IF.
072600     MOVE JR-RECORD-KEY(1:10) TO ER-SEARCH-ID.
072700     PERFORM 8100-FIND-REQUEST THRU 8100-EXIT.
072800 3200-EXIT.
072900     EXIT.
073000
073100*----------------------------------------------------------------
073200* 4000-ERASE-KEYED-FILES - THE FILES KEYED BY CUSTOMER ID: DELETE
073300*                          THE HISTORY ROW AND LEAVE THE RETAINED
073400*                          SUPPRESSION ENTRY. NO HISTORY FILE ON
073500*                          THIS SYSTEM MEANS NO HISTORY TO ERASE.
073600*----------------------------------------------------------------
073700 4000-ERASE-KEYED-FILES.
073800     OPEN I-O GREETING-HISTORY-FILE.
073900     IF ER-GH-FILE-STATUS = "35"
074000         MOVE "A" TO ER-FILE-RESULT(1)
074100     ELSE
074200         IF ER-GH-FILE-STATUS NOT = "00"
074300             DISPLAY "ERASURE: UNABLE TO OPEN GREETING HISTORY - "
074400                 "STATUS " ER-GH-FILE-STATUS
074500             MOVE "F" TO ER-FILE-RESULT(1)
074600         ELSE
074700             SET ER-GH-OPEN TO TRUE
074800             MOVE "P" TO ER-FILE-RESULT(1)
074900         END-IF
075000     END-IF.
075100     MOVE "P" TO ER-FILE-RESULT(2).
075200     PERFORM 4100-ERASE-ONE-CUSTOMER THRU 4100-EXIT
075300         VARYING ER-CUR-IDX FROM 1 BY 1
075400         UNTIL ER-CUR-IDX > ER-RQ-COUNT.
075500     IF ER-GH-OPEN
075600         CLOSE GREETING-HISTORY-FILE
075700         MOVE "N" TO ER-GH-OPEN-SW
075800     END-IF.
075900 4000-EXIT.
076000     EXIT.
076100
076200 4100-ERASE-ONE-CUSTOMER.
076300     IF ER-GH-OPEN
076400         MOVE ER-RQ-ID(ER-CUR-IDX) TO GH-CUSTOMER-ID
076500         DELETE GREETING-HISTORY-FILE
076600             INVALID KEY
076700                 CONTINUE
076800             NOT INVALID KEY
076900                 ADD 1 TO ER-RQ-FILE-ROWS(ER-CUR-IDX, 1)
077000         END-DELETE
077100         IF ER-GH-FILE-STATUS NOT = "00"
077200             AND ER-GH-FILE-STATUS NOT = "23"
077300             MOVE "F" TO ER-RQ-FILE-RESULT(ER-CUR-IDX, 1)
077400         END-IF
077500     END-IF.
077600     PERFORM 4200-RETAIN-SUPPRESSION THRU 4200-EXIT.
077700 4100-EXIT.
077800     EXIT.
077900
078000*----------------------------------------------------------------
078100* 4200-RETAIN-SUPPRESSION - LEAVE AN "ER" SUPPRESSION KEYED BY THE
078200*                           CUSTOMER ID, EFFECTIVE TODAY. AN ENTRY
078300*                           ALREADY ON FILE FOR ANOTHER REASON IS
078400*                           CHANGED TO "ER" SO SUPPLOAD CAN NO
078500*                           LONGER LIFT IT; AN "ER" ENTRY FROM AN
078600*                           EARLIER RUN IS LEFT AS IT IS. THE
078700*                           CHANGE IS HELD IN THE REQUEST TABLE
078800*                           AND JOURNALED LIKE A SUPPLOAD CHANGE
078900*                           BY 6200-JOURNAL-SUPPRESSION.
079000*----------------------------------------------------------------
079100 4200-RETAIN-SUPPRESSION.
079200     MOVE SPACES TO SP-SUPPRESS-KEY.
079300     MOVE ER-RQ-ID(ER-CUR-IDX) TO SP-SUPPRESS-KEY.
079400     READ SUPPRESS-FILE
079500         INVALID KEY
079600             GO TO 4200-ADD-SUPPRESSION
079700     END-READ.
079800     IF SP-ERASED
079900         GO TO 4200-EXIT
080000     END-IF.
080100     MOVE SUPPRESSION-RECORD TO ER-RQ-SP-BEFORE(ER-CUR-IDX).
080200     MOVE "ER" TO SP-REASON-CODE.
080300     MOVE ER-RUN-DATE TO SP-EFFECTIVE-DATE.
080400     REWRITE SUPPRESSION-RECORD
080500         INVALID KEY
080600             MOVE "F" TO ER-RQ-FILE-RESULT(ER-CUR-IDX, 2)
080700             GO TO 4200-EXIT
080800     END-REWRITE.
080900     ADD 1 TO ER-RQ-FILE-ROWS(ER-CUR-IDX, 2).
081000     MOVE "C" TO ER-RQ-SP-ACTION(ER-CUR-IDX).
081100     GO TO 4200-EXIT.
081200 4200-ADD-SUPPRESSION.
081300     MOVE SPACES TO SUPPRESSION-RECORD.
081400     MOVE ER-RQ-ID(ER-CUR-IDX) TO SP-SUPPRESS-KEY.
081500     MOVE "ER" TO SP-REASON-CODE.
081600     MOVE ER-RUN-DATE TO SP-EFFECTIVE-DATE.
081700     WRITE SUPPRESSION-RECORD
081800         INVALID KEY
081900             MOVE "F" TO ER-RQ-FILE-RESULT(ER-CUR-IDX, 2)
082000             GO TO 4200-EXIT
082100     END-WRITE.
082200     ADD 1 TO ER-RQ-FILE-ROWS(ER-CUR-IDX, 2).
082300     MOVE "A" TO ER-RQ-SP-ACTION(ER-CUR-IDX).
082400 4200-EXIT.
082500     EXIT.
082600
082700*----------------------------------------------------------------
082800* 5100-ERASE-AUDIT-LOG - COPY THE LIVE AUDIT LOG TO THE NEW LOG
082900*                        WITH THE NAME ON EVERY ROW FOR A
083000*                        REQUESTED CUSTOMER REPLACED. THE ROW
083100*                        ITSELF STAYS SO THE RUN'S GREETING COUNT
083200*                        STILL MATCHES ITS JOBSTAT ROW.
083300*----------------------------------------------------------------
083400 5100-ERASE-AUDIT-LOG.
083500     OPEN INPUT AUDIT-LOG-FILE.
083600     IF ER-AL-FILE-STATUS = "35"
083700         MOVE "A" TO ER-FILE-RESULT(4)
083800         GO TO 5100-EXIT
083900     END-IF.
084000     IF ER-AL-FILE-STATUS NOT = "00"
084100         DISPLAY "ERASURE: UNABLE TO OPEN AUDIT LOG - STATUS "
084200             ER-AL-FILE-STATUS
084300         MOVE "F" TO ER-FILE-RESULT(4)
084400         GO TO 5100-EXIT
084500     END-IF.
084600     SET ER-AL-OPEN TO TRUE.
084700     OPEN OUTPUT NEW-AUDIT-LOG-FILE.
084800     IF ER-NL-FILE-STATUS NOT = "00"
084900         DISPLAY "ERASURE: UNABLE TO OPEN NEW AUDIT LOG - "
085000             "STATUS " ER-NL-FILE-STATUS
085100         MOVE "F" TO ER-FILE-RESULT(4)
085200         GO TO 5100-CLOSE
085300     END-IF.
085400     SET ER-NL-OPEN TO TRUE.
085500     MOVE "N" TO ER-EOF-SW.
085600     READ AUDIT-LOG-FILE
085700         AT END SET ER-EOF TO TRUE
085800     END-READ.
085900     PERFORM 5150-ERASE-ONE-AUDIT THRU 5150-EXIT
086000         UNTIL ER-EOF.
086100     MOVE "P" TO ER-FILE-RESULT(4).
086200 5100-CLOSE.
086300     IF ER-AL-OPEN
086400         CLOSE AUDIT-LOG-FILE
086500         MOVE "N" TO ER-AL-OPEN-SW
086600     END-IF.
086700     IF ER-NL-OPEN
086800         CLOSE NEW-AUDIT-LOG-FILE
086900         MOVE "N" TO ER-NL-OPEN-SW
087000     END-IF.
087100 5100-EXIT.
087200     EXIT.
087300
087400 5150-ERASE-ONE-AUDIT.
087500     MOVE AL-NAME TO ER-SEARCH-NAME.
087600     PERFORM 8200-FIND-NAME THRU 8200-EXIT.
087700     IF ER-ENTRY-FOUND
087800         MOVE ER-ERASED-NAME TO AL-NAME
087900         ADD 1 TO ER-RQ-FILE-ROWS(ER-FOUND-IDX, 4)
088000     END-IF.
088100     WRITE NEW-AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD.
088200     READ AUDIT-LOG-FILE
088300         AT END SET ER-EOF TO TRUE
088400     END-READ.
088500 5150-EXIT.
088600     EXIT.
088700
088800*----------------------------------------------------------------
088900* 5200-ERASE-AUDIT-ARCHIVE - THE SAME FOR THE AUDIT ARCHIVE THAT
089000*                            AUDPURGE CUT THE OLDER ROWS OVER TO.
089100*                            THE JOB POINTS AUDARCH AT EACH
089200*                            ARCHIVE DATASET IT KEEPS. THE ROWS
089210*                            ARE MATCHED AND RENAMED IN THE
089220*                            ARCHIVE'S OWN RECORD AREA - THE AUDIT
089230*                            LOG IS CLOSED BY NOW, OR WAS NEVER
089240*                            OPENED.
089300*----------------------------------------------------------------
089400 5200-ERASE-AUDIT-ARCHIVE.
089500     OPEN INPUT AUDIT-ARCHIVE-FILE.
089600     IF ER-AR-FILE-STATUS = "35"
089700         MOVE "A" TO ER-FILE-RESULT(5)
089800         GO TO 5200-EXIT
089900     END-IF.
090000     IF ER-AR-FILE-STATUS NOT = "00"
090100         DISPLAY "ERASURE: UNABLE TO OPEN AUDIT ARCHIVE - "
090200             "STATUS " ER-AR-FILE-STATUS
090300         MOVE "F" TO ER-FILE-RESULT(5)
090400         GO TO 5200-EXIT
090500     END-IF.
090600     SET ER-AR-OPEN TO TRUE.
090700     OPEN OUTPUT NEW-AUDIT-ARCHIVE-FILE.
090800     IF ER-NA-FILE-STATUS NOT = "00"
090900         DISPLAY "ERASURE: UNABLE TO OPEN NEW AUDIT ARCHIVE - "
091000             "STATUS " ER-NA-FILE-STATUS
091100         MOVE "F" TO ER-FILE-RESULT(5)
091200         GO TO 5200-CLOSE
091300     END-IF.
091400     SET ER-NA-OPEN TO TRUE.
091500     MOVE "N" TO ER-EOF-SW.
091600     READ AUDIT-ARCHIVE-FILE
091700         AT END SET ER-EOF TO TRUE
091800     END-READ.
091900     PERFORM 5250-ERASE-ONE-ARCHIVE THRU 5250-EXIT
092000         UNTIL ER-EOF.
092100     MOVE "P" TO ER-FILE-RESULT(5).
092200 5200-CLOSE.
092300     IF ER-AR-OPEN
092400         CLOSE AUDIT-ARCHIVE-FILE
092500         MOVE "N" TO ER-AR-OPEN-SW
092600     END-IF.
092700     IF ER-NA-OPEN
092800         CLOSE NEW-AUDIT-ARCHIVE-FILE
092900         MOVE "N" TO ER-NA-OPEN-SW
093000     END-IF.
093100 5200-EXIT.
093200     EXIT.
093300
093400 5250-ERASE-ONE-ARCHIVE.
093500     MOVE AR-NAME TO ER-SEARCH-NAME.
093600     PERFORM 8200-FIND-NAME THRU 8200-EXIT.
093700     IF ER-ENTRY-FOUND
093800         MOVE ER-ERASED-NAME TO AR-NAME
093900         ADD 1 TO ER-RQ-FILE-ROWS(ER-FOUND-IDX, 5)
094000     END-IF.
094100     WRITE NEW-AUDIT-ARCHIVE-RECORD FROM AUDIT-ARCHIVE-RECORD.
094200     READ AUDIT-ARCHIVE-FILE
094300         AT END SET ER-EOF TO TRUE
094400     END-READ.
094500 5250-EXIT.
094600     EXIT.
094700
094800*----------------------------------------------------------------
094900* 5300-ERASE-EXCEPTIONS - COPY THE NAME-EXCEPTION FILE TO THE NEW
095000*                         FILE WITHOUT THE ROWS FOR A REQUESTED
095100*                         CUSTOMER, MATCHED ON THE TRUNCATED NAME
095200*                         OR THE FRONT OF THE ORIGINAL AS CUSTINQ
095300*                         MATCHES THEM.
095400*----------------------------------------------------------------
095500 5300-ERASE-EXCEPTIONS.
095600     OPEN INPUT NAME-EXCEPTION-FILE.
095700     IF ER-NX-FILE-STATUS = "35"
095800         MOVE "A" TO ER-FILE-RESULT(6)
095900         GO TO 5300-EXIT
096000     END-IF.
096100     IF ER-NX-FILE-STATUS NOT = "00"
096200         DISPLAY "ERASURE: UNABLE TO OPEN NAME EXCEPTIONS - "
096300             "STATUS " ER-NX-FILE-STATUS
096400         MOVE "F" TO ER-FILE-RESULT(6)
096500         GO TO 5300-EXIT
096600     END-IF.
096700     SET ER-NX-OPEN TO TRUE.
096800     OPEN OUTPUT NEW-EXCEPTION-FILE.
096900     IF ER-NE-FILE-STATUS NOT = "00"
097000         DISPLAY "ERASURE: UNABLE TO OPEN NEW NAME EXCEPTIONS - "
097100             "STATUS " ER-NE-FILE-STATUS
097200         MOVE "F" TO ER-FILE-RESULT(6)
097300         GO TO 5300-CLOSE
097400     END-IF.
097500     SET ER-NE-OPEN TO TRUE.
097600     MOVE "N" TO ER-EOF-SW.
097700     READ NAME-EXCEPTION-FILE
097800         AT END SET ER-EOF TO TRUE
097900     END-READ.
098000     PERFORM 5350-ERASE-ONE-EXCEPTION THRU 5350-EXIT
098100         UNTIL ER-EOF.
098200     MOVE "P" TO ER-FILE-RESULT(6).
098300 5300-CLOSE.
098400     IF ER-NX-OPEN
098500         CLOSE NAME-EXCEPTION-FILE
098600         MOVE "N" TO ER-NX-OPEN-SW
098700     END-IF.
098800     IF ER-NE-OPEN
098900         CLOSE NEW-EXCEPTION-FILE
099000         MOVE "N" TO ER-NE-OPEN-SW
099100     END-IF.
099200 5300-EXIT.
099300     EXIT.
099400
099500 5350-ERASE-ONE-EXCEPTION.
099600     MOVE NX-TRUNCATED-NAME TO ER-SEARCH-NAME.
099700     PERFORM 8200-FIND-NAME THRU 8200-EXIT.
099800     IF NOT ER-ENTRY-FOUND
099900         MOVE NX-ORIGINAL-NAME(1:32) TO ER-SEARCH-NAME
100000         PERFORM 8200-FIND-NAME THRU 8200-EXIT
100100     END-IF.
100200     IF ER-ENTRY-FOUND
100300         ADD 1 TO ER-RQ-FILE-ROWS(ER-FOUND-IDX, 6)
100400     ELSE
100500         WRITE NEW-EXCEPTION-RECORD FROM NAME-EXCEPTION-RECORD
100600     END-IF.
100700     READ NAME-EXCEPTION-FILE
100800         AT END SET ER-EOF TO TRUE
100900     END-READ.
101000 5350-EXIT.
101100     EXIT.
101200
101300*----------------------------------------------------------------
101400* 5400-ERASE-CORRECTIONS - COPY THE NAME-CORRECTION FILE TO THE
101500*                          NEW FILE WITHOUT THE ROWS THAT CARRY A
101600*                          REQUESTED CUSTOMER'S NAME, AS EITHER
101700*                          THE ORIGINAL OR THE CORRECTED NAME.
101800*----------------------------------------------------------------
101900 5400-ERASE-CORRECTIONS.
102000     OPEN INPUT CORRECTION-FILE.
102100     IF ER-CR-FILE-STATUS = "35"
102200         MOVE "A" TO ER-FILE-RESULT(7)
102300         GO TO 5400-EXIT
102400     END-IF.
102500     IF ER-CR-FILE-STATUS NOT = "00"
102600         DISPLAY "ERASURE: UNABLE TO OPEN CORRECTION FILE - "
102700             "STATUS " ER-CR-FILE-STATUS
102800         MOVE "F" TO ER-FILE-RESULT(7)
102900         GO TO 5400-EXIT
103000     END-IF.
103100     SET ER-CR-OPEN TO TRUE.
103200     OPEN OUTPUT NEW-CORRECTION-FILE.
103300     IF ER-NC-FILE-STATUS NOT = "00"
103400         DISPLAY "ERASURE: UNABLE TO OPEN NEW CORRECTION FILE - "
103500             "STATUS " ER-NC-FILE-STATUS
103600         MOVE "F" TO ER-FILE-RESULT(7)
103700         GO TO 5400-CLOSE
103800     END-IF.
103900     SET ER-NC-OPEN TO TRUE.
104000     MOVE "N" TO ER-EOF-SW.
104100     READ CORRECTION-FILE
104200         AT END SET ER-EOF TO TRUE
104300     END-READ.
104400     PERFORM 5450-ERASE-ONE-CORRECTION THRU 5450-EXIT
104500         UNTIL ER-EOF.
104600     MOVE "P" TO ER-FILE-RESULT(7).
104700 5400-CLOSE.
104800     IF ER-CR-OPEN
104900         CLOSE CORRECTION-FILE
105000         MOVE "N" TO ER-CR-OPEN-SW
105100     END-IF.
105200     IF ER-NC-OPEN
105300         CLOSE NEW-CORRECTION-FILE
105400         MOVE "N" TO ER-NC-OPEN-SW
105500     END-IF.
105600 5400-EXIT.
105700     EXIT.
105800
105900 5450-ERASE-ONE-CORRECTION.
106000     MOVE CR-ORIGINAL-NAME(1:32) TO ER-SEARCH-NAME.
106100     PERFORM 8200-FIND-NAME THRU 8200-EXIT.
106200     IF NOT ER-ENTRY-FOUND
106300         MOVE CR-CORRECTED-NAME TO ER-SEARCH-NAME
106400         PERFORM 8200-FIND-NAME THRU 8200-EXIT
106500     END-IF.
106600     IF ER-ENTRY-FOUND
106700         ADD 1 TO ER-RQ-FILE-ROWS(ER-FOUND-IDX, 7)
106800     ELSE
106900         WRITE NEW-CORRECTION-RECORD FROM NAME-CORRECTION-RECORD
107000     END-IF.
107100     READ CORRECTION-FILE
107200         AT END SET ER-EOF TO TRUE
107300     END-READ.
107400 5450-EXIT.
107500     EXIT.
107600
107700*----------------------------------------------------------------
107800* 5500-ERASE-MERGE-TRANS - COPY DUPSCAN'S PROPOSED MERGE DELETES
107900*                          TO THE NEW FILE WITHOUT THE PROPOSALS
108000*                          FOR A REQUESTED CUSTOMER ID.
108100*----------------------------------------------------------------
108200 5500-ERASE-MERGE-TRANS.
108300     OPEN INPUT MERGE-TRAN-FILE.
108400     IF ER-DT-FILE-STATUS = "35"
108500         MOVE "A" TO ER-FILE-RESULT(8)
108600         GO TO 5500-EXIT
108700     END-IF.
108800     IF ER-DT-FILE-STATUS NOT = "00"
108900         DISPLAY "ERASURE: UNABLE TO OPEN MERGE PROPOSALS - "
109000             "STATUS " ER-DT-FILE-STATUS
109100         MOVE "F" TO ER-FILE-RESULT(8)
109200         GO TO 5500-EXIT
109300     END-IF.
109400     SET ER-DT-OPEN TO TRUE.
109500     OPEN OUTPUT NEW-MERGE-TRAN-FILE.
109600     IF ER-ND-FILE-STATUS NOT = "00"
109700         DISPLAY "ERASURE: UNABLE TO OPEN NEW MERGE PROPOSALS - "
109800             "STATUS " ER-ND-FILE-STATUS
109900         MOVE "F" TO ER-FILE-RESULT(8)
110000         GO TO 5500-CLOSE
110100     END-IF.
110200     SET ER-ND-OPEN TO TRUE.
110300     MOVE "N" TO ER-EOF-SW.
110400     READ MERGE-TRAN-FILE
110500         AT END SET ER-EOF TO TRUE
110600     END-READ.
110700     PERFORM 5550-ERASE-ONE-MERGE-TRAN THRU 5550-EXIT
110800         UNTIL ER-EOF.
110900     MOVE "P" TO ER-FILE-RESULT(8).
111000 5500-CLOSE.
111100     IF ER-DT-OPEN
111200         CLOSE MERGE-TRAN-FILE
111300         MOVE "N" TO ER-DT-OPEN-SW
111400     END-IF.
111500     IF ER-ND-OPEN
111600         CLOSE NEW-MERGE-TRAN-FILE
111700         MOVE "N" TO ER-ND-OPEN-SW
111800     END-IF.
111900 5500-EXIT.
112000     EXIT.
112100
112200 5550-ERASE-ONE-MERGE-TRAN.
112300     MOVE CT-CUSTOMER-ID TO ER-SEARCH-ID.
112400     PERFORM 8100-FIND-REQUEST THRU 8100-EXIT.
112500     IF ER-ENTRY-FOUND
112600         ADD 1 TO ER-RQ-FILE-ROWS(ER-FOUND-IDX, 8)
112700     ELSE
112800         WRITE NEW-MERGE-TRAN-RECORD FROM CUSTOMER-TRAN-RECORD
112900     END-IF.
113000     READ MERGE-TRAN-FILE
113100         AT END SET ER-EOF TO TRUE
113200     END-READ.
113300 5550-EXIT.
113400     EXIT.
113500
113600*----------------------------------------------------------------
113700* 5900-CHECK-REQUESTS - DECIDE WHICH REQUESTS ARE INCOMPLETE: THE
113800*                       CUSTOMER IS STILL ON THE MASTER, NO NAME
113900*                       WAS FOUND OR NOT EVERY NAME FIT THE TABLE,
114000*                       OR A FILE FAILED FOR THE RUN OR FOR THE
114100*                       REQUEST. AN INCOMPLETE REQUEST KEEPS ITS
114200*                       JOURNAL IMAGES SO THE RERUN CAN STILL FIND
114300*                       THE CUSTOMER'S NAMES.
114400*----------------------------------------------------------------
114500 5900-CHECK-REQUESTS.
114600     PERFORM 5950-CHECK-ONE-REQUEST THRU 5950-EXIT
114700         VARYING ER-CUR-IDX FROM 1 BY 1
114800         UNTIL ER-CUR-IDX > ER-RQ-COUNT.
114900 5900-EXIT.
115000     EXIT.
115100
115200 5950-CHECK-ONE-REQUEST.
115300     MOVE "N" TO ER-RQ-FLAG-SW(ER-CUR-IDX).
115400     IF ER-RQ-ON-MASTER(ER-CUR-IDX)
115500         OR ER-RQ-NAME-COUNT(ER-CUR-IDX) = 0
115600         OR ER-RQ-NAMES-LOST(ER-CUR-IDX)
115700         MOVE "Y" TO ER-RQ-FLAG-SW(ER-CUR-IDX)
115800     END-IF.
115900     PERFORM 5960-CHECK-ONE-FILE THRU 5960-EXIT
116000         VARYING ER-FX FROM 1 BY 1
116100         UNTIL ER-FX > 8.
116200     IF ER-RQ-FLAGGED(ER-CUR-IDX)
116300         MOVE 0 TO ER-RQ-FILE-ROWS(ER-CUR-IDX, 3)
116400     END-IF.
116500 5950-EXIT.
116600     EXIT.
116700
116800 5960-CHECK-ONE-FILE.
116900     IF ER-FILE-RESULT(ER-FX) = "F"
117000         OR ER-RQ-FILE-RESULT(ER-CUR-IDX, ER-FX) = "F"
117100         MOVE "Y" TO ER-RQ-FLAG-SW(ER-CUR-IDX)
117200     END-IF.
117300 5960-EXIT.
117400     EXIT.
117500
117600*----------------------------------------------------------------
117700* 6000-REWRITE-JOURNAL - THE SECOND PASS OF THE CHANGE JOURNAL:
117800*                        COPY IT TO THE NEW JOURNAL WITH BOTH
117900*                        IMAGES BLANKED ON EVERY CUSTMAST ROW FOR
118000*                        A COMPLETE REQUEST - THE ROW KEEPS ITS
118100*                        KEY, ACTION AND RUN STAMP - THEN APPEND
118200*                        THE JOURNAL ROWS FOR THE SUPPRESSIONS
118300*                        WRITTEN THIS RUN. THE JOURNAL WAS
118400*                        REOPENED FOR THIS PASS BY
118500*                        3000-COLLECT-JOURNAL-NAMES.
118700*----------------------------------------------------------------
118800 6000-REWRITE-JOURNAL.
118900     IF ER-FILE-RESULT(3) NOT = "P"
119000         GO TO 6000-SUPPRESSIONS
119100     END-IF.
120100     MOVE "N" TO ER-EOF-SW.
120200     READ CHANGE-JOURNAL-FILE
120300         AT END SET ER-EOF TO TRUE
120400     END-READ.
120500     PERFORM 6100-REWRITE-ONE-JOURNAL THRU 6100-EXIT
120600         UNTIL ER-EOF.
120700     CLOSE CHANGE-JOURNAL-FILE.
120800     MOVE "N" TO ER-JR-OPEN-SW.
120900 6000-SUPPRESSIONS.
121000     PERFORM 6200-JOURNAL-SUPPRESSION THRU 6200-EXIT
121100         VARYING ER-CUR-IDX FROM 1 BY 1
121200         UNTIL ER-CUR-IDX > ER-RQ-COUNT.
121300 6000-EXIT.
121400     EXIT.
121500
121600 6100-REWRITE-ONE-JOURNAL.
121700     PERFORM 3200-FIND-JOURNAL-REQUEST THRU 3200-EXIT.
121800     IF ER-ENTRY-FOUND
121900         IF NOT ER-RQ-FLAGGED(ER-FOUND-IDX)
122000             MOVE SPACES TO JR-BEFORE-IMAGE
122100             MOVE SPACES TO JR-AFTER-IMAGE
122200         END-IF
122300     END-IF.
122400     WRITE NEW-JOURNAL-RECORD FROM CHANGE-JOURNAL-RECORD.
122500     READ CHANGE-JOURNAL-FILE
122600         AT END SET ER-EOF TO TRUE
122700     END-READ.
122800 6100-EXIT.
122900     EXIT.
123000
123100*----------------------------------------------------------------
123200* 6200-JOURNAL-SUPPRESSION - ONE BEFORE/AFTER RECORD FOR THE
123300*                            SUPPRESSION THIS RUN ADDED OR CHANGED
123400*                            FOR THE REQUEST, IF ANY, AT THE END
123500*                            OF THE NEW JOURNAL SO FILE ORDER
123600*                            STAYS TIME ORDER.
123700*----------------------------------------------------------------
123800 6200-JOURNAL-SUPPRESSION.
123900     IF ER-RQ-SP-ACTION(ER-CUR-IDX) = SPACE
124000         GO TO 6200-EXIT
124100     END-IF.
124200     MOVE SPACES TO SUPPRESSION-RECORD.
124300     MOVE ER-RQ-ID(ER-CUR-IDX) TO SP-SUPPRESS-KEY.
124400     MOVE "ER" TO SP-REASON-CODE.
124500     MOVE ER-RUN-DATE TO SP-EFFECTIVE-DATE.
124600     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
124700     MOVE "DONOTGRT" TO JR-FILE-NAME.
124800     MOVE SP-SUPPRESS-KEY TO JR-RECORD-KEY.
124900     MOVE ER-RQ-SP-ACTION(ER-CUR-IDX) TO JR-ACTION-CODE.
125000     MOVE ER-RUN-DATE TO JR-RUN-DATE.
125100     MOVE ER-RUN-TIME TO JR-RUN-TIME.
125200     MOVE ER-JOB-ID TO JR-JOB-ID.
125300     MOVE "ERASURE" TO JR-PROGRAM-ID.
125400     MOVE ER-RQ-SP-BEFORE(ER-CUR-IDX) TO JR-BEFORE-IMAGE.
125500     MOVE SUPPRESSION-RECORD TO JR-AFTER-IMAGE.
125600     WRITE NEW-JOURNAL-RECORD FROM CHANGE-JOURNAL-RECORD.
125700 6200-EXIT.
125800     EXIT.
125900
126000*----------------------------------------------------------------
126100* 7000-CERTIFY-REQUESTS - ONE CERTIFICATE AND ONE REPORT LINE PER
126200*                         REQUEST, WITH A LINE FOR EVERY REASON AN
126300*                         INCOMPLETE REQUEST HAS TO BE RERUN.
126400*----------------------------------------------------------------
126500 7000-CERTIFY-REQUESTS.
126600     MOVE SPACES TO ER-REPORT-LINE.
126700     WRITE REPORT-RECORD FROM ER-REPORT-LINE.
126800     MOVE SPACES TO ER-DETAIL-LINE.
126900     MOVE "CUSTOMER" TO ER-DL-CUSTOMER-ID.
127000     MOVE "REQUEST" TO ER-DL-REQUEST-DATE.
127100     MOVE "REFERENCE" TO ER-DL-REFERENCE.
127200     PERFORM 7050-HEAD-ONE-FILE THRU 7050-EXIT
127300         VARYING ER-FX FROM 1 BY 1
127400         UNTIL ER-FX > 8.
127500     MOVE "RESULT" TO ER-DL-RESULT.
127600     WRITE REPORT-RECORD FROM ER-DETAIL-LINE.
127700     PERFORM 7100-CERTIFY-ONE-REQUEST THRU 7100-EXIT
127800         VARYING ER-CUR-IDX FROM 1 BY 1
127900         UNTIL ER-CUR-IDX > ER-RQ-COUNT.
128000 7000-EXIT.
128100     EXIT.
128200
128300 7050-HEAD-ONE-FILE.
128400     MOVE ER-FILE-NAME(ER-FX) TO ER-DL-CELL-TEXT(ER-FX).
128500 7050-EXIT.
128600     EXIT.
128700
128800 7100-CERTIFY-ONE-REQUEST.
128900     MOVE SPACES TO ERASURE-CERTIFICATE-RECORD.
129000     MOVE ER-RQ-ID(ER-CUR-IDX) TO EC-CUSTOMER-ID.
129100     MOVE ER-RQ-REQUEST-DATE(ER-CUR-IDX) TO EC-REQUEST-DATE.
129200     MOVE ER-RQ-REFERENCE(ER-CUR-IDX) TO EC-REFERENCE.
129300     MOVE ER-RUN-DATE TO EC-ERASED-DATE.
129400     MOVE ER-RUN-TIME TO EC-ERASED-TIME.
129500     MOVE ER-JOB-ID TO EC-JOB-ID.
129600     MOVE ER-RQ-MASTER-SW(ER-CUR-IDX) TO EC-MASTER-SW.
129700     MOVE ER-RQ-NAME-COUNT(ER-CUR-IDX) TO EC-NAMES-MATCHED.
129800     MOVE 0 TO EC-FILES-TOUCHED.
129900     MOVE 0 TO EC-ROWS-CHANGED.
130000     MOVE SPACES TO ER-DETAIL-LINE.
130100     MOVE ER-RQ-ID(ER-CUR-IDX) TO ER-DL-CUSTOMER-ID.
130200     MOVE ER-RQ-REQUEST-DATE(ER-CUR-IDX) TO ER-DL-REQUEST-DATE.
130300     MOVE ER-RQ-REFERENCE(ER-CUR-IDX) TO ER-DL-REFERENCE.
130400     PERFORM 7200-CERTIFY-ONE-FILE THRU 7200-EXIT
130500         VARYING ER-FX FROM 1 BY 1
130600         UNTIL ER-FX > 8.
130700     IF ER-RQ-FLAGGED(ER-CUR-IDX)
130800         SET EC-INCOMPLETE TO TRUE
130900         MOVE "INCOMPLETE" TO ER-DL-RESULT
131000         ADD 1 TO ER-INCOMPLETE-COUNT
131100     ELSE
131200         SET EC-COMPLETE TO TRUE
131300         MOVE "COMPLETE" TO ER-DL-RESULT
131400         ADD 1 TO ER-COMPLETE-COUNT
131500     END-IF.
131600     WRITE ERASURE-CERTIFICATE-RECORD.
131700     WRITE REPORT-RECORD FROM ER-DETAIL-LINE.
131800     IF NOT ER-RQ-FLAGGED(ER-CUR-IDX)
131900         GO TO 7100-EXIT
132000     END-IF.
132100     IF ER-RQ-ON-MASTER(ER-CUR-IDX)
132200         MOVE SPACES TO ER-REPORT-LINE
132300         STRING "    STILL ON CUSTMAST - DELETE IT THROUGH "
132400             "CUSTLOAD, THEN RERUN THIS REQUEST"
132500             INTO ER-REPORT-LINE
132600         WRITE REPORT-RECORD FROM ER-REPORT-LINE
132700     END-IF.
132800     IF ER-RQ-NAME-COUNT(ER-CUR-IDX) = 0
132900         MOVE SPACES TO ER-REPORT-LINE
133000         STRING "    NO NAME ON CUSTMAST OR CHGJRNL - AUDIT, "
133100             "EXCEPTION AND CORRECTION ROWS NOT SEARCHED"
133200             INTO ER-REPORT-LINE
133300         WRITE REPORT-RECORD FROM ER-REPORT-LINE
133400     END-IF.
133500     IF ER-RQ-NAMES-LOST(ER-CUR-IDX)
133600         MOVE SPACES TO ER-REPORT-LINE
133700         STRING "    NAME TABLE FULL - NOT EVERY NAME WAS "
133800             "SEARCHED; RERUN THIS REQUEST ON ITS OWN"
133900             INTO ER-REPORT-LINE
134000         WRITE REPORT-RECORD FROM ER-REPORT-LINE
134100     END-IF.
134200     PERFORM 7300-LIST-FAILED-FILE THRU 7300-EXIT
134300         VARYING ER-FX FROM 1 BY 1
134400         UNTIL ER-FX > 8.
134500     IF ER-FILE-RESULT(3) = "P"
134600         MOVE SPACES TO ER-REPORT-LINE
134700         STRING "    CHGJRNL IMAGES KEPT SO THE RERUN CAN "
134800             "FIND THE CUSTOMER'S NAMES"
134900             INTO ER-REPORT-LINE
135000         WRITE REPORT-RECORD FROM ER-REPORT-LINE
135100     END-IF.
135200 7100-EXIT.
135300     EXIT.
135400
135500*----------------------------------------------------------------
135600* 7200-CERTIFY-ONE-FILE - ONE FILE'S ENTRY ON THE CERTIFICATE AND
135700*                         ITS CELL ON THE REPORT LINE. A FILE
135800*                         THAT FAILED FOR THE RUN OR FOR THIS
135900*                         REQUEST SHOWS AS FAILED; A NAME-KEYED
136000*                         FILE SEARCHED WITH NO NAME, AND THE
136100*                         JOURNAL OF AN INCOMPLETE REQUEST, SHOW
136200*                         AS SKIPPED.
136300*----------------------------------------------------------------
136400 7200-CERTIFY-ONE-FILE.
136500     MOVE ER-FILE-NAME(ER-FX) TO EC-FILE-NAME(ER-FX).
136600     MOVE ER-FILE-RESULT(ER-FX) TO EC-FILE-RESULT(ER-FX).
136700     MOVE ER-RQ-FILE-ROWS(ER-CUR-IDX, ER-FX)
136800         TO EC-FILE-ROWS(ER-FX).
136900     IF ER-RQ-FILE-RESULT(ER-CUR-IDX, ER-FX) = "F"
137000         MOVE "F" TO EC-FILE-RESULT(ER-FX)
137100     END-IF.
137200     IF EC-FILE-PROCESSED(ER-FX)
137300         AND ER-FX > 3 AND ER-FX < 8
137400         AND ER-RQ-NAME-COUNT(ER-CUR-IDX) = 0
137500         MOVE "S" TO EC-FILE-RESULT(ER-FX)
137600     END-IF.
137700     IF EC-FILE-PROCESSED(ER-FX)
137800         AND ER-FX = 3
137900         AND ER-RQ-FLAGGED(ER-CUR-IDX)
138000         MOVE "S" TO EC-FILE-RESULT(ER-FX)
138100     END-IF.
138200     IF ER-RQ-FILE-ROWS(ER-CUR-IDX, ER-FX) > 0
138300         ADD 1 TO EC-FILES-TOUCHED
138400         ADD ER-RQ-FILE-ROWS(ER-CUR-IDX, ER-FX)
138500             TO EC-ROWS-CHANGED
138600         ADD ER-RQ-FILE-ROWS(ER-CUR-IDX, ER-FX)
138700             TO ER-FILE-TOTAL(ER-FX)
138800     END-IF.
138900     EVALUATE TRUE
139000         WHEN EC-FILE-FAILED(ER-FX)
139100             MOVE "  FAILED" TO ER-DL-CELL-TEXT(ER-FX)
139200         WHEN EC-FILE-SKIPPED(ER-FX)
139300             MOVE " SKIPPED" TO ER-DL-CELL-TEXT(ER-FX)
139400         WHEN EC-FILE-ABSENT(ER-FX)
139500             MOVE "  ABSENT" TO ER-DL-CELL-TEXT(ER-FX)
139600         WHEN OTHER
139700             MOVE ER-RQ-FILE-ROWS(ER-CUR-IDX, ER-FX)
139800                 TO ER-COUNT-EDIT
139900             MOVE ER-COUNT-EDIT TO ER-DL-CELL-TEXT(ER-FX)
140000     END-EVALUATE.
140100 7200-EXIT.
140200     EXIT.
140300
140400 7300-LIST-FAILED-FILE.
140500     IF NOT EC-FILE-FAILED(ER-FX)
140600         GO TO 7300-EXIT
140700     END-IF.
140800     MOVE SPACES TO ER-REPORT-LINE.
140900     STRING "    " ER-FILE-NAME(ER-FX)
141000         " COULD NOT BE PROCESSED - RERUN THIS REQUEST"
141100         INTO ER-REPORT-LINE.
141200     WRITE REPORT-RECORD FROM ER-REPORT-LINE.
141300 7300-EXIT.
141400     EXIT.
141500
141600*----------------------------------------------------------------
141700* 7500-WRITE-REPORT-TRAILER - REQUEST TOTALS, THEN EACH FILE'S
141800*                             RESULT AND ROWS CHANGED - THE LIST
141900*                             THE JOB SWAPS THE NEW COPIES BY.
142000*----------------------------------------------------------------
142100 7500-WRITE-REPORT-TRAILER.
142200     ACCEPT ER-END-DATE FROM DATE YYYYMMDD.
142300     ACCEPT ER-END-TIME FROM TIME.
142400     MOVE SPACES TO ER-REPORT-LINE.
142500     WRITE REPORT-RECORD FROM ER-REPORT-LINE.
142600     MOVE ER-READ-COUNT TO ER-COUNT-EDIT.
142700     STRING "REQUESTS READ: " ER-COUNT-EDIT
142800         INTO ER-REPORT-LINE.
142900     WRITE REPORT-RECORD FROM ER-REPORT-LINE.
143000     MOVE SPACES TO ER-REPORT-LINE.
143100     MOVE ER-COMPLETE-COUNT TO ER-COUNT-EDIT.
143200     STRING "ERASED - COMPLETE: " ER-COUNT-EDIT
143300         INTO ER-REPORT-LINE.
143400     WRITE REPORT-RECORD FROM ER-REPORT-LINE.
143500     MOVE SPACES TO ER-REPORT-LINE.
143600     MOVE ER-INCOMPLETE-COUNT TO ER-COUNT-EDIT.
143700     STRING "ERASED - INCOMPLETE, RERUN: " ER-COUNT-EDIT
143800         INTO ER-REPORT-LINE.
143900     WRITE REPORT-RECORD FROM ER-REPORT-LINE.
144000     MOVE SPACES TO ER-REPORT-LINE.
144100     MOVE ER-IGNORED-COUNT TO ER-COUNT-EDIT.
144200     STRING "REQUESTS IGNORED: " ER-COUNT-EDIT
144300         INTO ER-REPORT-LINE.
144400     WRITE REPORT-RECORD FROM ER-REPORT-LINE.
144500     MOVE SPACES TO ER-REPORT-LINE.
144600     STRING "FILE      RESULT      ROWS CHANGED"
144700         INTO ER-REPORT-LINE.
144800     WRITE REPORT-RECORD FROM ER-REPORT-LINE.
144900     PERFORM 7600-WRITE-FILE-LINE THRU 7600-EXIT
145000         VARYING ER-FX FROM 1 BY 1
145100         UNTIL ER-FX > 8.
145200     MOVE SPACES TO ER-REPORT-LINE.
145300     STRING "RUN STARTED " ER-RUN-DATE " " ER-RUN-TIME
145400         " - ENDED " ER-END-DATE " " ER-END-TIME
145500         INTO ER-REPORT-LINE.
145600     WRITE REPORT-RECORD FROM ER-REPORT-LINE.
145700     IF ER-INCOMPLETE-COUNT > 0 OR ER-IGNORED-COUNT > 0
145800         MOVE 4 TO RETURN-CODE
145900     END-IF.
146000 7500-EXIT.
146100     EXIT.
146200
146300 7600-WRITE-FILE-LINE.
146400     EVALUATE ER-FILE-RESULT(ER-FX)
146500         WHEN "P"
146600             MOVE "PROCESSED" TO ER-RESULT-TEXT
146700         WHEN "A"
146800             MOVE "ABSENT" TO ER-RESULT-TEXT
146900         WHEN OTHER
147000             MOVE "FAILED" TO ER-RESULT-TEXT
147100     END-EVALUATE.
147200     MOVE SPACES TO ER-REPORT-LINE.
147300     MOVE ER-FILE-TOTAL(ER-FX) TO ER-COUNT-EDIT.
147400     STRING ER-FILE-NAME(ER-FX) "  " ER-RESULT-TEXT "  "
147500         ER-COUNT-EDIT
147600         INTO ER-REPORT-LINE.
147700     WRITE REPORT-RECORD FROM ER-REPORT-LINE.
147800 7600-EXIT.
147900     EXIT.
148000
148100*----------------------------------------------------------------
148200* 8100-FIND-REQUEST - LOOK ER-SEARCH-ID UP IN THE REQUEST TABLE;
148300*                     ER-FOUND-IDX IS ITS ENTRY WHEN FOUND.
148400*----------------------------------------------------------------
148500 8100-FIND-REQUEST.
148600     MOVE "N" TO ER-ENTRY-FOUND-SW.
148700     PERFORM 8150-MATCH-REQUEST THRU 8150-EXIT
148800         VARYING ER-SEARCH-IDX FROM 1 BY 1
148900         UNTIL ER-SEARCH-IDX > ER-RQ-COUNT
149000             OR ER-ENTRY-FOUND.
149100 8100-EXIT.
149200     EXIT.
149300
149400 8150-MATCH-REQUEST.
149500     IF ER-RQ-ID(ER-SEARCH-IDX) = ER-SEARCH-ID
149600         MOVE ER-SEARCH-IDX TO ER-FOUND-IDX
149700         SET ER-ENTRY-FOUND TO TRUE
149800     END-IF.
149900 8150-EXIT.
150000     EXIT.
150100
150200*----------------------------------------------------------------
150300* 8200-FIND-NAME - LOOK ER-SEARCH-NAME UP IN THE NAME TABLE;
150400*                  ER-FOUND-IDX IS THE REQUEST THE NAME BELONGS
150500*                  TO WHEN FOUND. A BLANK NAME NEVER MATCHES.
150600*----------------------------------------------------------------
150700 8200-FIND-NAME.
150800     MOVE "N" TO ER-ENTRY-FOUND-SW.
150900     IF ER-SEARCH-NAME = SPACES
151000         GO TO 8200-EXIT
151100     END-IF.
151200     PERFORM 8250-MATCH-NAME THRU 8250-EXIT
151300         VARYING ER-SEARCH-IDX FROM 1 BY 1
151400         UNTIL ER-SEARCH-IDX > ER-NAME-COUNT
151500             OR ER-ENTRY-FOUND.
151600 8200-EXIT.
151700     EXIT.
151800
151900 8250-MATCH-NAME.
152000     IF ER-NM-NAME(ER-SEARCH-IDX) = ER-SEARCH-NAME
152100         MOVE ER-NM-REQUEST(ER-SEARCH-IDX) TO ER-FOUND-IDX
152200         SET ER-ENTRY-FOUND TO TRUE
152300     END-IF.
152400 8250-EXIT.
152500     EXIT.
152600
152700*----------------------------------------------------------------
152800* 9000-TERMINATE - CLOSE WHATEVER FILES THIS RUN ACTUALLY
152900*                  OPENED. A RUN THAT ABORTS PARTWAY THROUGH MAY
153000*                  NOT HAVE OPENED EVERY FILE, AND CLOSING ONE
153100*                  THAT WAS NEVER OPENED IS A FATAL RUNTIME
153200*                  ERROR, NOT A NO-OP.
153300*----------------------------------------------------------------
153400 9000-TERMINATE.
153500     IF ER-EQ-OPEN
153600         CLOSE ERASURE-REQUEST-FILE
153700     END-IF.
153800     IF ER-CM-OPEN
153900         CLOSE CUSTOMER-MASTER-FILE
154000     END-IF.
154100     IF ER-GH-OPEN
154200         CLOSE GREETING-HISTORY-FILE
154300     END-IF.
154400     IF ER-SP-OPEN
154500         CLOSE SUPPRESS-FILE
154600     END-IF.
154700     IF ER-JR-OPEN
154800         CLOSE CHANGE-JOURNAL-FILE
154900     END-IF.
155000     IF ER-NJ-OPEN
155100         CLOSE NEW-JOURNAL-FILE
155200     END-IF.
155300     IF ER-AL-OPEN
155400         CLOSE AUDIT-LOG-FILE
155500     END-IF.
155600     IF ER-NL-OPEN
155700         CLOSE NEW-AUDIT-LOG-FILE
155800     END-IF.
155900     IF ER-AR-OPEN
156000         CLOSE AUDIT-ARCHIVE-FILE
156100     END-IF.
156200     IF ER-NA-OPEN
156300         CLOSE NEW-AUDIT-ARCHIVE-FILE
156400     END-IF.
156500     IF ER-NX-OPEN
156600         CLOSE NAME-EXCEPTION-FILE
156700     END-IF.
156800     IF ER-NE-OPEN
156900         CLOSE NEW-EXCEPTION-FILE
157000     END-IF.
157100     IF ER-CR-OPEN
157200         CLOSE CORRECTION-FILE
157300     END-IF.
157400     IF ER-NC-OPEN
157500         CLOSE NEW-CORRECTION-FILE
157600     END-IF.
157700     IF ER-DT-OPEN
157800         CLOSE MERGE-TRAN-FILE
157900     END-IF.
158000     IF ER-ND-OPEN
158100         CLOSE NEW-MERGE-TRAN-FILE
158200     END-IF.
158300     IF ER-EC-OPEN
158400         CLOSE CERTIFICATE-FILE
158500     END-IF.
158600     IF ER-RF-OPEN
158700         CLOSE REPORT-FILE
158800     END-IF.
158900 9000-EXIT.
159000     EXIT.
159100
159200 9999-EXIT.
159300     EXIT PROGRAM.
