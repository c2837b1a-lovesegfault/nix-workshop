000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. IDXUTIL.
000300 AUTHOR. R-HENDRICKS.
000400 INSTALLATION. DATA-PROCESSING-CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* IDXUTIL    - UNLOAD, RELOAD AND VERIFY UTILITY FOR THE INDEXED
000900*              MASTERS - CUSTMAST, GREETHST, DONOTGRT AND
001000*              PHRASMST. PARM 1 IS THE FUNCTION AND PARM 2 THE
001100*              FILE'S LOGICAL NAME:
001200*                UNLOAD - COPY THE FILE IN KEY ORDER TO THE
001300*                         SEQUENTIAL BACKUP IDXBKUP (IDXBKUP
001400*                         LAYOUT: HEADER, ONE DETAIL PER RECORD,
001500*                         TRAILER WITH COUNT AND HASH TOTALS).
001600*                RELOAD - BUILD THE FILE AFRESH FROM A BACKUP.
001700*                VERIFY - COMPARE THE FILE WITH A BACKUP RECORD
001800*                         FOR RECORD.
001900*              A BACKUP, REORGANIZATION OR LAYOUT CHANGE IS AN
002000*              UNLOAD, THEN (FOR THE LAST TWO) A RELOAD AND A
002100*              VERIFY AGAINST THE SAME BACKUP.
002200*
002300*              THE UNLOAD READS THE FILE THROUGH A VARIABLE-
002400*              LENGTH VIEW THAT ONLY KNOWS THE KEY, SO IT CAN
002500*              UNLOAD A FILE WRITTEN UNDER AN OLDER, SHORTER
002600*              LAYOUT, AND EACH DETAIL CARRIES THE LENGTH THE
002700*              RECORD HAD. THE RELOAD AND VERIFY USE THE FILE'S
002800*              COPYBOOK AS COMPILED IN, AND PAD A SHORTER
002900*              RECORD WITH SPACES TO THE CURRENT LENGTH - WHICH
003000*              IS HOW A LAYOUT THAT GREW FIELDS AT THE END (A
003100*              PRE-EMAIL CUSTMAST, FOR ONE) IS CONVERTED WITHOUT
003200*              RE-KEYING ANYTHING: EVERY FIELD APPENDED SINCE
003300*              READS AS SPACES, WHICH EACH COPYBOOK DEFINES AS
003400*              NOT SET. A RECORD LONGER THAN THE CURRENT LAYOUT,
003500*              OR A BACKUP WHOSE KEY LENGTH DIFFERS, IS A LAYOUT
003600*              CHANGE PADDING CANNOT MAKE AND IS REFUSED.
003700*
003800*              BEFORE A RELOAD OR VERIFY THE WHOLE BACKUP IS
003900*              CHECKED - HEADER FOR THE RIGHT FILE AND LAYOUT,
004000*              DETAILS IN ASCENDING KEY ORDER WITH SENSIBLE
004100*              LENGTHS, TRAILER PRESENT WITH MATCHING COUNT AND
004200*              HASHES. A BACKUP THAT FAILS ANY CHECK IS REFUSED
004300*              WITH RETURN CODE 16 AND, FOR A RELOAD, THE FILE
004400*              IS NOT TOUCHED. A VERIFY THAT FINDS A RECORD
004500*              DIFFERENT, MISSING OR EXTRA ENDS WITH RETURN CODE
004600*              8, LISTING THE FIRST 20 KEYS. THE REPORT IS
004700*              IURPTFIL.
004800*----------------------------------------------------------------
004900* MODIFICATION HISTORY
005000*   2026-10-06 RH  INITIAL VERSION - THE INDEXED FILES HAD NO
005100*                  BACKUP OR REORGANIZATION STEP, AND A LAYOUT
005200*                  CHANGE MEANT REBUILDING A FILE BY HAND.
005300*----------------------------------------------------------------
005400
005500 ENVIRONMENT DIVISION.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT BACKUP-FILE ASSIGN TO "IDXBKUP"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS IU-BK-FILE-STATUS.
006100
006200     SELECT REPORT-FILE ASSIGN TO "IURPTFIL"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS IU-RF-FILE-STATUS.
006500
006600     SELECT CUSTMAST-UNLOAD-FILE ASSIGN TO "CUSTMAST"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS SEQUENTIAL
006900         RECORD KEY IS IU-CM-UNLOAD-KEY
007000         FILE STATUS IS IU-UV-FILE-STATUS.
007100
007200     SELECT GREETHST-UNLOAD-FILE ASSIGN TO "GREETHST"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS SEQUENTIAL
007500         RECORD KEY IS IU-GH-UNLOAD-KEY
007600         FILE STATUS IS IU-UV-FILE-STATUS.
007700
007800     SELECT DONOTGRT-UNLOAD-FILE ASSIGN TO "DONOTGRT"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS SEQUENTIAL
008100         RECORD KEY IS IU-SP-UNLOAD-KEY
008200         FILE STATUS IS IU-UV-FILE-STATUS.
008300
008400     SELECT PHRASMST-UNLOAD-FILE ASSIGN TO "PHRASMST"
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS SEQUENTIAL
008700         RECORD KEY IS IU-PM-UNLOAD-KEY
008800         FILE STATUS IS IU-UV-FILE-STATUS.
008900
009000     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS SEQUENTIAL
009300         RECORD KEY IS CM-CUSTOMER-ID
009400         FILE STATUS IS IU-IX-FILE-STATUS.
009500
009600     SELECT GREETING-HISTORY-FILE ASSIGN TO "GREETHST"
009700         ORGANIZATION IS INDEXED
009800         ACCESS MODE IS SEQUENTIAL
009900         RECORD KEY IS GH-CUSTOMER-ID
010000         FILE STATUS IS IU-IX-FILE-STATUS.
010100
010200     SELECT SUPPRESS-FILE ASSIGN TO "DONOTGRT"
010300         ORGANIZATION IS INDEXED
010400         ACCESS MODE IS SEQUENTIAL
010500         RECORD KEY IS SP-SUPPRESS-KEY
010600         FILE STATUS IS IU-IX-FILE-STATUS.
010700
010800     SELECT PHRASE-MASTER-FILE ASSIGN TO "PHRASMST"
010900         ORGANIZATION IS INDEXED
011000         ACCESS MODE IS SEQUENTIAL
011100         RECORD KEY IS PM-PHRASE-KEY
011200         FILE STATUS IS IU-IX-FILE-STATUS.
011300
011400 DATA DIVISION.
011500 FILE SECTION.
011600 FD  BACKUP-FILE.
011700     COPY IDXBKUP.
011800
011900 FD  REPORT-FILE.
012000 01  REPORT-RECORD               PIC X(132).
012100
012200*----------------------------------------------------------------
012300* UNLOAD VIEWS - EACH FILE AS ANY LAYOUT GENERATION WROTE IT:
012400* THE KEY, THEN WHATEVER FOLLOWS IT, UP TO THE BACKUP'S 400
012500* BYTES. IU-READ-LENGTH RECEIVES THE LENGTH OF THE RECORD READ.
012600*----------------------------------------------------------------
012700 FD  CUSTMAST-UNLOAD-FILE
012800     RECORD IS VARYING IN SIZE FROM 10 TO 400 CHARACTERS
012900         DEPENDING ON IU-READ-LENGTH.
013000 01  IU-CM-UNLOAD-RECORD.
013100     05  IU-CM-UNLOAD-KEY        PIC X(10).
013200     05  FILLER                  PIC X(390).
013300
013400 FD  GREETHST-UNLOAD-FILE
013500     RECORD IS VARYING IN SIZE FROM 10 TO 400 CHARACTERS
013600         DEPENDING ON IU-READ-LENGTH.
013700 01  IU-GH-UNLOAD-RECORD.
013800     05  IU-GH-UNLOAD-KEY        PIC X(10).
013900     05  FILLER                  PIC X(390).
014000
014100 FD  DONOTGRT-UNLOAD-FILE
014200     RECORD IS VARYING IN SIZE FROM 32 TO 400 CHARACTERS
014300         DEPENDING ON IU-READ-LENGTH.
014400 01  IU-SP-UNLOAD-RECORD.
014500     05  IU-SP-UNLOAD-KEY        PIC X(32).
014600     05  FILLER                  PIC X(368).
014700
014800 FD  PHRASMST-UNLOAD-FILE
014900     RECORD IS VARYING IN SIZE FROM 4 TO 400 CHARACTERS
015000         DEPENDING ON IU-READ-LENGTH.
015100 01  IU-PM-UNLOAD-RECORD.
015200     05  IU-PM-UNLOAD-KEY        PIC X(04).
015300     05  FILLER                  PIC X(396).
015400
015500*----------------------------------------------------------------
015600* CURRENT VIEWS - EACH FILE UNDER ITS COPYBOOK AS COMPILED IN.
015700* RELOAD WRITES THROUGH THESE AND VERIFY READS THROUGH THEM.
015800*----------------------------------------------------------------
015900 FD  CUSTOMER-MASTER-FILE.
016000     COPY CUSTMAS.
016100
016200 FD  GREETING-HISTORY-FILE.
016300     COPY GRTHIST.
016400
016500 FD  SUPPRESS-FILE.
016600     COPY SUPPREC.
016700
016800 FD  PHRASE-MASTER-FILE.
016900     COPY PHRASREC.
017000
017100 WORKING-STORAGE SECTION.
017200 77  IU-BK-FILE-STATUS       PIC X(02).
017300 77  IU-BK-OPEN-SW           PIC X(01) VALUE "N".
017400     88  IU-BK-OPEN                    VALUE "Y".
017500 77  IU-BK-EOF-SW            PIC X(01) VALUE "N".
017600     88  IU-BK-EOF                     VALUE "Y".
017700 77  IU-RF-FILE-STATUS       PIC X(02).
017800 77  IU-RF-OPEN-SW           PIC X(01) VALUE "N".
017900     88  IU-RF-OPEN                    VALUE "Y".
018000 77  IU-UV-FILE-STATUS       PIC X(02).
018100 77  IU-UV-OPEN-SW           PIC X(01) VALUE "N".
018200     88  IU-UV-OPEN                    VALUE "Y".
018300 77  IU-IX-FILE-STATUS       PIC X(02).
018400 77  IU-IX-OPEN-SW           PIC X(01) VALUE "N".
018500     88  IU-IX-OPEN                    VALUE "Y".
018600 77  IU-IX-EOF-SW            PIC X(01) VALUE "N".
018700     88  IU-IX-EOF                     VALUE "Y".
018800 77  IU-TRAILER-SW           PIC X(01) VALUE "N".
018900     88  IU-TRAILER-SEEN               VALUE "Y".
019000 77  IU-FAILED-SW            PIC X(01) VALUE "N".
019100     88  IU-FAILED                     VALUE "Y".
019200 77  IU-ARGLEN               PIC 9(04) COMP.
019300 77  IU-FUNCTION             PIC X(08) VALUE SPACES.
019400     88  IU-UNLOAD                     VALUE "UNLOAD".
019500     88  IU-RELOAD                     VALUE "RELOAD".
019600     88  IU-VERIFY                     VALUE "VERIFY".
019700 77  IU-FILE-PARM            PIC X(08) VALUE SPACES.
019800     88  IU-CUSTMAST                   VALUE "CUSTMAST".
019900     88  IU-GREETHST                   VALUE "GREETHST".
020000     88  IU-DONOTGRT                   VALUE "DONOTGRT".
020100     88  IU-PHRASMST                   VALUE "PHRASMST".
020200 77  IU-LAYOUT-ID            PIC X(08).
020300 77  IU-LAYOUT-LENGTH        PIC 9(04) COMP.
020400 77  IU-KEY-LENGTH           PIC 9(04) COMP.
020500 77  IU-READ-LENGTH          PIC 9(04) COMP.
020600 77  IU-DATA-LENGTH          PIC 9(04) COMP.
020700 77  IU-SHORTEST-LENGTH      PIC 9(04) COMP VALUE 9999.
020800 77  IU-LONGEST-LENGTH       PIC 9(04) COMP VALUE 0.
020900 77  IU-HASH-IDX             PIC 9(04) COMP.
021000 77  IU-RECORD-COUNT         PIC 9(08) COMP VALUE 0.
021100 77  IU-PADDED-COUNT         PIC 9(08) COMP VALUE 0.
021200 77  IU-LOADED-COUNT         PIC 9(08) COMP VALUE 0.
021300 77  IU-FILE-COUNT           PIC 9(08) COMP VALUE 0.
021400 77  IU-MATCHED-COUNT        PIC 9(08) COMP VALUE 0.
021500 77  IU-DIFFER-COUNT         PIC 9(08) COMP VALUE 0.
021600 77  IU-MISSING-COUNT        PIC 9(08) COMP VALUE 0.
021700 77  IU-EXTRA-COUNT          PIC 9(08) COMP VALUE 0.
021800 77  IU-LISTED-COUNT         PIC 9(08) COMP VALUE 0.
021900 77  IU-PROBLEM-COUNT        PIC 9(08) COMP VALUE 0.
022000 77  IU-LIST-LIMIT           PIC 9(08) COMP VALUE 20.
022100 77  IU-KEY-HASH             PIC 9(15) COMP VALUE 0.
022200 77  IU-DATA-HASH            PIC 9(15) COMP VALUE 0.
022300 77  IU-PROBLEM              PIC X(60).
022400 77  IU-RUN-DATE             PIC X(08).
022500 77  IU-RUN-TIME             PIC X(08).
022600 77  IU-END-DATE             PIC X(08).
022700 77  IU-END-TIME             PIC X(08).
022800 77  IU-COUNT-EDIT           PIC ZZZZZZZ9.
022900 77  IU-LENGTH-EDIT          PIC ZZZ9.
023000 77  IU-LENGTH-EDIT-2        PIC ZZZ9.
023100 77  IU-HASH-EDIT            PIC ZZZZZZZZZZZZZZ9.
023200 77  IU-ENV-NAME             PIC X(20).
023300 77  IU-JOB-ID               PIC X(08).
023400 01  IU-REPORT-LINE          PIC X(132).
023500 01  IU-RECORD-AREA          PIC X(400).
023600 01  IU-FILE-AREA            PIC X(400).
023700 01  IU-BACKUP-KEY           PIC X(32).
023800 01  IU-FILE-KEY             PIC X(32).
023900 01  IU-PREV-KEY             PIC X(32).
024000 01  IU-LIST-KEY             PIC X(32).
024100
024200 PROCEDURE DIVISION.
024300
024400*----------------------------------------------------------------
024500* 0000-MAINLINE
024600*----------------------------------------------------------------
024700 0000-MAINLINE.
024800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024900     EVALUATE TRUE
025000         WHEN IU-UNLOAD
025100             PERFORM 2000-UNLOAD THRU 2000-EXIT
025200         WHEN IU-RELOAD
025300             PERFORM 3000-RELOAD THRU 3000-EXIT
025400         WHEN IU-VERIFY
025500             PERFORM 4000-VERIFY THRU 4000-EXIT
025600     END-EVALUATE.
025700     PERFORM 7000-WRITE-REPORT-TRAILER THRU 7000-EXIT.
025800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025900     GO TO 9999-EXIT.
026000
026100*----------------------------------------------------------------
026200* 1000-INITIALIZE - TAKE THE PARMS, SET UP THE FILE'S LAYOUT ID,
026300*                   RECORD LENGTH AND KEY LENGTH FROM ITS
026400*                   COPYBOOK, AND OPEN THE REPORT. AN UNKNOWN
026500*                   FUNCTION OR FILE ABORTS THE RUN.
026600*----------------------------------------------------------------
026700 1000-INITIALIZE.
026800     ACCEPT IU-RUN-DATE FROM DATE YYYYMMDD.
026900     ACCEPT IU-RUN-TIME FROM TIME.
027000     MOVE "JOBNAME" TO IU-ENV-NAME.
027100     DISPLAY IU-ENV-NAME UPON ENVIRONMENT-NAME.
027200     ACCEPT IU-JOB-ID FROM ENVIRONMENT-VALUE.
027300     ACCEPT IU-ARGLEN FROM ARGUMENT-NUMBER.
027400     IF IU-ARGLEN > 0
027500         DISPLAY 1 UPON ARGUMENT-NUMBER
027600         ACCEPT IU-FUNCTION FROM ARGUMENT-VALUE
027700     END-IF.
027800     IF IU-ARGLEN > 1
027900         DISPLAY 2 UPON ARGUMENT-NUMBER
028000         ACCEPT IU-FILE-PARM FROM ARGUMENT-VALUE
028100     END-IF.
028200     IF NOT IU-UNLOAD AND NOT IU-RELOAD AND NOT IU-VERIFY
028300         DISPLAY "IDXUTIL: INVALID RUN PARMS - FUNCTION MUST BE "
028400             "UNLOAD, RELOAD OR VERIFY - " IU-FUNCTION
028500         MOVE 16 TO RETURN-CODE
028600         PERFORM 9000-TERMINATE THRU 9000-EXIT
028700         GO TO 9999-EXIT
028800     END-IF.
028900     EVALUATE TRUE
029000         WHEN IU-CUSTMAST
029100             MOVE "CUSTMAS" TO IU-LAYOUT-ID
029200             MOVE FUNCTION LENGTH(CUSTOMER-MASTER-RECORD)
029300                 TO IU-LAYOUT-LENGTH
029400             MOVE FUNCTION LENGTH(CM-CUSTOMER-ID)
029500                 TO IU-KEY-LENGTH
029600         WHEN IU-GREETHST
029700             MOVE "GRTHIST" TO IU-LAYOUT-ID
029800             MOVE FUNCTION LENGTH(GREETING-HISTORY-RECORD)
029900                 TO IU-LAYOUT-LENGTH
030000             MOVE FUNCTION LENGTH(GH-CUSTOMER-ID)
030100                 TO IU-KEY-LENGTH
030200         WHEN IU-DONOTGRT
030300             MOVE "SUPPREC" TO IU-LAYOUT-ID
030400             MOVE FUNCTION LENGTH(SUPPRESSION-RECORD)
030500                 TO IU-LAYOUT-LENGTH
030600             MOVE FUNCTION LENGTH(SP-SUPPRESS-KEY)
030700                 TO IU-KEY-LENGTH
030800         WHEN IU-PHRASMST
030900             MOVE "PHRASREC" TO IU-LAYOUT-ID
031000             MOVE FUNCTION LENGTH(PHRASE-MASTER-RECORD)
031100                 TO IU-LAYOUT-LENGTH
031200             MOVE FUNCTION LENGTH(PM-PHRASE-KEY)
031300                 TO IU-KEY-LENGTH
031400         WHEN OTHER
031500             DISPLAY "IDXUTIL: INVALID RUN PARMS - FILE MUST BE "
031600                 "CUSTMAST, GREETHST, DONOTGRT OR PHRASMST - "
031700                 IU-FILE-PARM
031800             MOVE 16 TO RETURN-CODE
031900             PERFORM 9000-TERMINATE THRU 9000-EXIT
032000             GO TO 9999-EXIT
032100     END-EVALUATE.
032200     OPEN OUTPUT REPORT-FILE.
032300     IF IU-RF-FILE-STATUS NOT = "00"
032400         DISPLAY "IDXUTIL: UNABLE TO OPEN REPORT-FILE - STATUS "
032500             IU-RF-FILE-STATUS
032600         MOVE 16 TO RETURN-CODE
032700         PERFORM 9000-TERMINATE THRU 9000-EXIT
032800         GO TO 9999-EXIT
032900     END-IF.
033000     SET IU-RF-OPEN TO TRUE.
033100     MOVE IU-LAYOUT-LENGTH TO IU-LENGTH-EDIT.
033200     MOVE SPACES TO IU-REPORT-LINE.
033300     STRING "INDEXED FILE UTILITY - " IU-FUNCTION " " IU-FILE-PARM
033400         " - LAYOUT " IU-LAYOUT-ID " LENGTH " IU-LENGTH-EDIT
033500         " - STARTED " IU-RUN-DATE " " IU-RUN-TIME
033600         INTO IU-REPORT-LINE.
033700     WRITE REPORT-RECORD FROM IU-REPORT-LINE.
033800 1000-EXIT.
033900     EXIT.
034000
034100*----------------------------------------------------------------
034200* 2000-UNLOAD - COPY THE FILE TO THE BACKUP IN KEY ORDER. THE
034300*               FIRST RECORD IS READ BEFORE THE HEADER IS WRITTEN
034400*               SO THE HEADER CAN CARRY THE LENGTH THE FILE'S
034500*               RECORDS ACTUALLY HAVE; AN EMPTY FILE IS TAKEN TO
034600*               BE AT THE CURRENT LENGTH. A READ FAILURE PARTWAY
034700*               THROUGH LEAVES THE BACKUP WITHOUT A TRAILER, SO
034800*               IT CAN NEVER BE RELOADED.
034900*----------------------------------------------------------------
035000 2000-UNLOAD.
035100     PERFORM 2100-OPEN-UNLOAD-VIEW THRU 2100-EXIT.
035200     IF IU-UV-FILE-STATUS NOT = "00"
035300         MOVE SPACES TO IU-REPORT-LINE
035400         STRING "UNABLE TO OPEN " IU-FILE-PARM " - STATUS "
035500             IU-UV-FILE-STATUS " - NOTHING UNLOADED"
035600             INTO IU-REPORT-LINE
035700         WRITE REPORT-RECORD FROM IU-REPORT-LINE
035800         DISPLAY "IDXUTIL: UNABLE TO OPEN " IU-FILE-PARM
035900             " - STATUS " IU-UV-FILE-STATUS
036000         MOVE 16 TO RETURN-CODE
036100         GO TO 2000-EXIT
036200     END-IF.
036300     SET IU-UV-OPEN TO TRUE.
036400     OPEN OUTPUT BACKUP-FILE.
036500     IF IU-BK-FILE-STATUS NOT = "00"
036600         DISPLAY "IDXUTIL: UNABLE TO OPEN BACKUP FILE - STATUS "
036700             IU-BK-FILE-STATUS
036800         MOVE 16 TO RETURN-CODE
036900         GO TO 2000-EXIT
037000     END-IF.
037100     SET IU-BK-OPEN TO TRUE.
037200     PERFORM 2200-READ-UNLOAD-VIEW THRU 2200-EXIT.
037300     MOVE SPACES TO INDEX-BACKUP-RECORD.
037400     SET IB-HEADER-RECORD TO TRUE.
037500     MOVE IU-FILE-PARM TO IB-FILE-NAME.
037600     MOVE IU-LAYOUT-ID TO IB-LAYOUT-ID.
037700     IF IU-IX-EOF
037800         MOVE IU-LAYOUT-LENGTH TO IB-RECORD-LENGTH
037900     ELSE
038000         MOVE IU-DATA-LENGTH TO IB-RECORD-LENGTH
038100     END-IF.
038200     MOVE IU-KEY-LENGTH TO IB-KEY-LENGTH.
038300     MOVE IU-RUN-DATE TO IB-UNLOAD-DATE.
038400     MOVE IU-RUN-TIME TO IB-UNLOAD-TIME.
038500     MOVE IU-JOB-ID TO IB-JOB-ID.
038600     WRITE INDEX-BACKUP-RECORD.
038700     PERFORM 2300-UNLOAD-RECORD THRU 2300-EXIT
038800         UNTIL IU-IX-EOF.
038900     IF IU-FAILED
039000         MOVE 16 TO RETURN-CODE
039100         GO TO 2000-EXIT
039200     END-IF.
039300     MOVE SPACES TO INDEX-BACKUP-RECORD.
039400     SET IB-TRAILER-RECORD TO TRUE.
039500     MOVE IU-RECORD-COUNT TO IB-RECORD-COUNT.
039600     MOVE IU-KEY-HASH TO IB-KEY-HASH.
039700     MOVE IU-DATA-HASH TO IB-DATA-HASH.
039800     WRITE INDEX-BACKUP-RECORD.
039900     IF IU-BK-FILE-STATUS NOT = "00"
040000         DISPLAY "IDXUTIL: UNABLE TO WRITE BACKUP TRAILER - "
040100             "STATUS " IU-BK-FILE-STATUS
040200         MOVE 16 TO RETURN-CODE
040300     END-IF.
040400 2000-EXIT.
040500     EXIT.
040600
040700*----------------------------------------------------------------
040800* 2100-OPEN-UNLOAD-VIEW - OPEN THE VARIABLE-LENGTH VIEW OF THE
040900*                         FILE NAMED IN PARM 2.
041000*----------------------------------------------------------------
041100 2100-OPEN-UNLOAD-VIEW.
041200     EVALUATE TRUE
041300         WHEN IU-CUSTMAST
041400             OPEN INPUT CUSTMAST-UNLOAD-FILE
041500         WHEN IU-GREETHST
041600             OPEN INPUT GREETHST-UNLOAD-FILE
041700         WHEN IU-DONOTGRT
041800             OPEN INPUT DONOTGRT-UNLOAD-FILE
041900         WHEN IU-PHRASMST
042000             OPEN INPUT PHRASMST-UNLOAD-FILE
042100     END-EVALUATE.
042200 2100-EXIT.
042300     EXIT.
042400
042500*----------------------------------------------------------------
042600* 2200-READ-UNLOAD-VIEW - READ THE NEXT RECORD INTO IU-RECORD-
042700*                         AREA AT THE LENGTH IT WAS WRITTEN. A
042800*                         READ ERROR ENDS THE UNLOAD AS FAILED.
042900*----------------------------------------------------------------
043000 2200-READ-UNLOAD-VIEW.
043100     MOVE SPACES TO IU-RECORD-AREA.
043200     MOVE 0 TO IU-READ-LENGTH.
043300     EVALUATE TRUE
043400         WHEN IU-CUSTMAST
043500             READ CUSTMAST-UNLOAD-FILE NEXT
043600                 AT END SET IU-IX-EOF TO TRUE
043700             END-READ
043800         WHEN IU-GREETHST
043900             READ GREETHST-UNLOAD-FILE NEXT
044000                 AT END SET IU-IX-EOF TO TRUE
044100             END-READ
044200         WHEN IU-DONOTGRT
044300             READ DONOTGRT-UNLOAD-FILE NEXT
044400                 AT END SET IU-IX-EOF TO TRUE
044500             END-READ
044600         WHEN IU-PHRASMST
044700             READ PHRASMST-UNLOAD-FILE NEXT
044800                 AT END SET IU-IX-EOF TO TRUE
044900             END-READ
045000     END-EVALUATE.
045100     IF IU-IX-EOF
045200         GO TO 2200-EXIT
045300     END-IF.
045400     IF IU-UV-FILE-STATUS NOT = "00"
045500         OR IU-READ-LENGTH < IU-KEY-LENGTH
045600         OR IU-READ-LENGTH > 400
045700         MOVE SPACES TO IU-REPORT-LINE
045800         STRING "READ FAILED ON " IU-FILE-PARM " - STATUS "
045900             IU-UV-FILE-STATUS " - BACKUP LEFT WITHOUT TRAILER"
046000             INTO IU-REPORT-LINE
046100         WRITE REPORT-RECORD FROM IU-REPORT-LINE
046200         DISPLAY "IDXUTIL: READ FAILED ON " IU-FILE-PARM
046300             " - STATUS " IU-UV-FILE-STATUS
046400         SET IU-FAILED TO TRUE
046500         SET IU-IX-EOF TO TRUE
046600         GO TO 2200-EXIT
046700     END-IF.
046800     MOVE IU-READ-LENGTH TO IU-DATA-LENGTH.
046900     EVALUATE TRUE
047000         WHEN IU-CUSTMAST
047100             MOVE IU-CM-UNLOAD-RECORD(1:IU-DATA-LENGTH)
047200                 TO IU-RECORD-AREA
047300         WHEN IU-GREETHST
047400             MOVE IU-GH-UNLOAD-RECORD(1:IU-DATA-LENGTH)
047500                 TO IU-RECORD-AREA
047600         WHEN IU-DONOTGRT
047700             MOVE IU-SP-UNLOAD-RECORD(1:IU-DATA-LENGTH)
047800                 TO IU-RECORD-AREA
047900         WHEN IU-PHRASMST
048000             MOVE IU-PM-UNLOAD-RECORD(1:IU-DATA-LENGTH)
048100                 TO IU-RECORD-AREA
048200     END-EVALUATE.
048300 2200-EXIT.
048400     EXIT.
048500
048600*----------------------------------------------------------------
048700* 2300-UNLOAD-RECORD - WRITE ONE DETAIL, ADD IT TO THE COUNT AND
048800*                      HASHES, AND READ THE NEXT RECORD.
048900*----------------------------------------------------------------
049000 2300-UNLOAD-RECORD.
049100     ADD 1 TO IU-RECORD-COUNT.
049200     PERFORM 2400-HASH-RECORD THRU 2400-EXIT.
049300     MOVE SPACES TO INDEX-BACKUP-RECORD.
049400     SET IB-DETAIL-RECORD TO TRUE.
049500     MOVE IU-DATA-LENGTH TO IB-DATA-LENGTH.
049600     MOVE IU-RECORD-AREA(1:IU-DATA-LENGTH) TO IB-DATA.
049700     WRITE INDEX-BACKUP-RECORD.
049800     IF IU-BK-FILE-STATUS NOT = "00"
049900         DISPLAY "IDXUTIL: UNABLE TO WRITE BACKUP - STATUS "
050000             IU-BK-FILE-STATUS
050100         SET IU-FAILED TO TRUE
050200         SET IU-IX-EOF TO TRUE
050300         GO TO 2300-EXIT
050400     END-IF.
050500     PERFORM 2200-READ-UNLOAD-VIEW THRU 2200-EXIT.
050600 2300-EXIT.
050700     EXIT.
050800
050900*----------------------------------------------------------------
051000* 2400-HASH-RECORD - ADD THE RECORD IN IU-RECORD-AREA TO THE KEY
051100*                    AND DATA HASHES AND NOTE ITS LENGTH AMONG THE
051200*                    SHORTEST AND LONGEST SEEN. SHARED BY THE
051300*                    UNLOAD AND THE BACKUP CHECK, SO BOTH TOTAL
051400*                    THE SAME BYTES THE SAME WAY.
051500*----------------------------------------------------------------
051600 2400-HASH-RECORD.
051700     PERFORM 2410-HASH-KEY-BYTE THRU 2410-EXIT
051800         VARYING IU-HASH-IDX FROM 1 BY 1
051900         UNTIL IU-HASH-IDX > IU-KEY-LENGTH.
052000     PERFORM 2420-HASH-DATA-BYTE THRU 2420-EXIT
052100         VARYING IU-HASH-IDX FROM 1 BY 1
052200         UNTIL IU-HASH-IDX > IU-DATA-LENGTH.
052300     IF IU-DATA-LENGTH < IU-SHORTEST-LENGTH
052400         MOVE IU-DATA-LENGTH TO IU-SHORTEST-LENGTH
052500     END-IF.
052600     IF IU-DATA-LENGTH > IU-LONGEST-LENGTH
052700         MOVE IU-DATA-LENGTH TO IU-LONGEST-LENGTH
052800     END-IF.
052900 2400-EXIT.
053000     EXIT.
053100
053200 2410-HASH-KEY-BYTE.
053300     ADD FUNCTION ORD(IU-RECORD-AREA(IU-HASH-IDX:1))
053400         TO IU-KEY-HASH.
053500 2410-EXIT.
053600     EXIT.
053700
053800 2420-HASH-DATA-BYTE.
053900     ADD FUNCTION ORD(IU-RECORD-AREA(IU-HASH-IDX:1))
054000         TO IU-DATA-HASH.
054100 2420-EXIT.
054200     EXIT.
054300
054400*----------------------------------------------------------------
054500* 3000-RELOAD - CHECK THE WHOLE BACKUP, THEN BUILD THE FILE
054600*               AFRESH FROM IT, PADDING EACH RECORD TO THE
054700*               CURRENT LAYOUT LENGTH. THE FILE IS NOT OPENED
054800*               UNTIL THE BACKUP HAS PASSED EVERY CHECK.
054900*----------------------------------------------------------------
055000 3000-RELOAD.
055100     PERFORM 5000-CHECK-BACKUP THRU 5000-EXIT.
055200     IF IU-PROBLEM-COUNT > 0 OR IU-FAILED
055300         MOVE SPACES TO IU-REPORT-LINE
055400         STRING "BACKUP REFUSED - " IU-FILE-PARM
055500             " HAS NOT BEEN TOUCHED"
055600             INTO IU-REPORT-LINE
055700         WRITE REPORT-RECORD FROM IU-REPORT-LINE
055800         MOVE 16 TO RETURN-CODE
055900         GO TO 3000-EXIT
056000     END-IF.
056100     OPEN INPUT BACKUP-FILE.
056200     IF IU-BK-FILE-STATUS NOT = "00"
056300         DISPLAY "IDXUTIL: UNABLE TO REOPEN BACKUP FILE - "
056400             "STATUS " IU-BK-FILE-STATUS
056500         MOVE 16 TO RETURN-CODE
056600         GO TO 3000-EXIT
056700     END-IF.
056800     SET IU-BK-OPEN TO TRUE.
056900     PERFORM 3100-OPEN-FOR-RELOAD THRU 3100-EXIT.
057000     IF IU-IX-FILE-STATUS NOT = "00"
057100         MOVE SPACES TO IU-REPORT-LINE
057200         STRING "UNABLE TO BUILD " IU-FILE-PARM " - STATUS "
057300             IU-IX-FILE-STATUS
057400             INTO IU-REPORT-LINE
057500         WRITE REPORT-RECORD FROM IU-REPORT-LINE
057600         DISPLAY "IDXUTIL: UNABLE TO OPEN " IU-FILE-PARM
057700             " FOR OUTPUT - STATUS " IU-IX-FILE-STATUS
057800         MOVE 16 TO RETURN-CODE
057900         GO TO 3000-EXIT
058000     END-IF.
058100     SET IU-IX-OPEN TO TRUE.
058200     MOVE "N" TO IU-BK-EOF-SW.
058300     PERFORM 5500-READ-BACKUP-DETAIL THRU 5500-EXIT.
058400     PERFORM 3200-RELOAD-RECORD THRU 3200-EXIT
058500         UNTIL IU-BK-EOF.
058600     IF IU-FAILED
058700         MOVE SPACES TO IU-REPORT-LINE
058800         STRING "RELOAD FAILED - " IU-FILE-PARM
058900             " IS INCOMPLETE AND MUST BE RELOADED AGAIN"
059000             INTO IU-REPORT-LINE
059100         WRITE REPORT-RECORD FROM IU-REPORT-LINE
059200         MOVE 16 TO RETURN-CODE
059300     END-IF.
059400 3000-EXIT.
059500     EXIT.
059600
059700*----------------------------------------------------------------
059800* 3100-OPEN-FOR-RELOAD - OPEN THE CURRENT VIEW OF THE FILE FOR
059900*                        OUTPUT, WHICH BUILDS IT EMPTY.
060000*----------------------------------------------------------------
060100 3100-OPEN-FOR-RELOAD.
060200     EVALUATE TRUE
060300         WHEN IU-CUSTMAST
060400             OPEN OUTPUT CUSTOMER-MASTER-FILE
060500         WHEN IU-GREETHST
060600             OPEN OUTPUT GREETING-HISTORY-FILE
060700         WHEN IU-DONOTGRT
060800             OPEN OUTPUT SUPPRESS-FILE
060900         WHEN IU-PHRASMST
061000             OPEN OUTPUT PHRASE-MASTER-FILE
061100     END-EVALUATE.
061200 3100-EXIT.
061300     EXIT.
061400
061500*----------------------------------------------------------------
061600* 3200-RELOAD-RECORD - WRITE ONE BACKUP RECORD, ALREADY PADDED
061700*                      TO THE CURRENT LENGTH, AND READ THE NEXT.
061800*----------------------------------------------------------------
061900 3200-RELOAD-RECORD.
062000     EVALUATE TRUE
062100         WHEN IU-CUSTMAST
062200             MOVE IU-RECORD-AREA TO CUSTOMER-MASTER-RECORD
062300             WRITE CUSTOMER-MASTER-RECORD
062400         WHEN IU-GREETHST
062500             MOVE IU-RECORD-AREA TO GREETING-HISTORY-RECORD
062600             WRITE GREETING-HISTORY-RECORD
062700         WHEN IU-DONOTGRT
062800             MOVE IU-RECORD-AREA TO SUPPRESSION-RECORD
062900             WRITE SUPPRESSION-RECORD
063000         WHEN IU-PHRASMST
063100             MOVE IU-RECORD-AREA TO PHRASE-MASTER-RECORD
063200             WRITE PHRASE-MASTER-RECORD
063300     END-EVALUATE.
063400     IF IU-IX-FILE-STATUS NOT = "00"
063500         MOVE SPACES TO IU-REPORT-LINE
063600         STRING "  " IU-BACKUP-KEY " WRITE FAILED - STATUS "
063700             IU-IX-FILE-STATUS
063800             INTO IU-REPORT-LINE
063900         WRITE REPORT-RECORD FROM IU-REPORT-LINE
064000         DISPLAY "IDXUTIL: WRITE FAILED ON " IU-FILE-PARM
064100             " - STATUS " IU-IX-FILE-STATUS
064200         SET IU-FAILED TO TRUE
064300         SET IU-BK-EOF TO TRUE
064400         GO TO 3200-EXIT
064500     END-IF.
064600     ADD 1 TO IU-LOADED-COUNT.
064700     PERFORM 5500-READ-BACKUP-DETAIL THRU 5500-EXIT.
064800 3200-EXIT.
064900     EXIT.
065000
065100*----------------------------------------------------------------
065200* 4000-VERIFY - CHECK THE WHOLE BACKUP, THEN READ IT AND THE
065300*               FILE SIDE BY SIDE IN KEY ORDER. EACH BACKUP
065400*               RECORD, PADDED AS THE RELOAD PADS IT, MUST MATCH
065500*               THE FILE'S RECORD BYTE FOR BYTE; A KEY ON ONLY ONE
065600*               SIDE IS MISSING FROM THE FILE OR EXTRA ON IT.
065700*               THE FILE IS READ UNDER ITS CURRENT COPYBOOK, SO
065800*               A FILE STILL AT AN OLD LAYOUT FAILS TO OPEN.
065900*----------------------------------------------------------------
066000 4000-VERIFY.
066100     PERFORM 5000-CHECK-BACKUP THRU 5000-EXIT.
066200     IF IU-PROBLEM-COUNT > 0 OR IU-FAILED
066300         MOVE SPACES TO IU-REPORT-LINE
066400         STRING "BACKUP REFUSED - " IU-FILE-PARM
066500             " NOT VERIFIED"
066600             INTO IU-REPORT-LINE
066700         WRITE REPORT-RECORD FROM IU-REPORT-LINE
066800         MOVE 16 TO RETURN-CODE
066900         GO TO 4000-EXIT
067000     END-IF.
067100     OPEN INPUT BACKUP-FILE.
067200     IF IU-BK-FILE-STATUS NOT = "00"
067300         DISPLAY "IDXUTIL: UNABLE TO REOPEN BACKUP FILE - "
067400             "STATUS " IU-BK-FILE-STATUS
067500         MOVE 16 TO RETURN-CODE
067600         GO TO 4000-EXIT
067700     END-IF.
067800     SET IU-BK-OPEN TO TRUE.
067900     PERFORM 4100-OPEN-FOR-VERIFY THRU 4100-EXIT.
068000     IF IU-IX-FILE-STATUS NOT = "00"
068100         MOVE SPACES TO IU-REPORT-LINE
068200         STRING "UNABLE TO OPEN " IU-FILE-PARM " - STATUS "
068300             IU-IX-FILE-STATUS " - NOT VERIFIED"
068400             INTO IU-REPORT-LINE
068500         WRITE REPORT-RECORD FROM IU-REPORT-LINE
068600         DISPLAY "IDXUTIL: UNABLE TO OPEN " IU-FILE-PARM
068700             " - STATUS " IU-IX-FILE-STATUS
068800         MOVE 16 TO RETURN-CODE
068900         GO TO 4000-EXIT
069000     END-IF.
069100     SET IU-IX-OPEN TO TRUE.
069200     MOVE "N" TO IU-BK-EOF-SW.
069300     MOVE "N" TO IU-IX-EOF-SW.
069400     MOVE SPACES TO IU-REPORT-LINE.
069500     STRING "KEY                              DIFFERENCE"
069600         INTO IU-REPORT-LINE.
069700     WRITE REPORT-RECORD FROM IU-REPORT-LINE.
069800     PERFORM 5500-READ-BACKUP-DETAIL THRU 5500-EXIT.
069900     PERFORM 4200-READ-CURRENT-VIEW THRU 4200-EXIT.
070000     PERFORM 4300-COMPARE-RECORD THRU 4300-EXIT
070100         UNTIL (IU-BK-EOF AND IU-IX-EOF) OR IU-FAILED.
070200     IF IU-FAILED
070300         MOVE 16 TO RETURN-CODE
070400         GO TO 4000-EXIT
070500     END-IF.
070600     IF IU-DIFFER-COUNT > 0 OR IU-MISSING-COUNT > 0
070700         OR IU-EXTRA-COUNT > 0
070800         MOVE 8 TO RETURN-CODE
070900     END-IF.
071000 4000-EXIT.
071100     EXIT.
071200
071300*----------------------------------------------------------------
071400* 4100-OPEN-FOR-VERIFY - OPEN THE CURRENT VIEW OF THE FILE FOR
071500*                        INPUT.
071600*----------------------------------------------------------------
071700 4100-OPEN-FOR-VERIFY.
071800     EVALUATE TRUE
071900         WHEN IU-CUSTMAST
072000             OPEN INPUT CUSTOMER-MASTER-FILE
072100         WHEN IU-GREETHST
072200             OPEN INPUT GREETING-HISTORY-FILE
072300         WHEN IU-DONOTGRT
072400             OPEN INPUT SUPPRESS-FILE
072500         WHEN IU-PHRASMST
072600             OPEN INPUT PHRASE-MASTER-FILE
072700     END-EVALUATE.
072800 4100-EXIT.
072900     EXIT.
073000
073100*----------------------------------------------------------------
073200* 4200-READ-CURRENT-VIEW - READ THE FILE'S NEXT RECORD INTO
073300*                          IU-FILE-AREA AND ITS KEY INTO
073400*                          IU-FILE-KEY.
073500*----------------------------------------------------------------
073600 4200-READ-CURRENT-VIEW.
073700     MOVE SPACES TO IU-FILE-AREA.
073800     EVALUATE TRUE
073900         WHEN IU-CUSTMAST
074000             READ CUSTOMER-MASTER-FILE NEXT
074100                 AT END SET IU-IX-EOF TO TRUE
074200             END-READ
074300             MOVE CUSTOMER-MASTER-RECORD TO IU-FILE-AREA
074400         WHEN IU-GREETHST
074500             READ GREETING-HISTORY-FILE NEXT
074600                 AT END SET IU-IX-EOF TO TRUE
074700             END-READ
074800             MOVE GREETING-HISTORY-RECORD TO IU-FILE-AREA
074900         WHEN IU-DONOTGRT
075000             READ SUPPRESS-FILE NEXT
075100                 AT END SET IU-IX-EOF TO TRUE
075200             END-READ
075300             MOVE SUPPRESSION-RECORD TO IU-FILE-AREA
075400         WHEN IU-PHRASMST
075500             READ PHRASE-MASTER-FILE NEXT
075600                 AT END SET IU-IX-EOF TO TRUE
075700             END-READ
075800             MOVE PHRASE-MASTER-RECORD TO IU-FILE-AREA
075900     END-EVALUATE.
076000     IF IU-IX-EOF
076100         GO TO 4200-EXIT
076200     END-IF.
076300     IF IU-IX-FILE-STATUS NOT = "00"
076400         MOVE SPACES TO IU-REPORT-LINE
076500         STRING "READ FAILED ON " IU-FILE-PARM " - STATUS "
076600             IU-IX-FILE-STATUS " - VERIFY ABANDONED"
076700             INTO IU-REPORT-LINE
076800         WRITE REPORT-RECORD FROM IU-REPORT-LINE
076900         DISPLAY "IDXUTIL: READ FAILED ON " IU-FILE-PARM
077000             " - STATUS " IU-IX-FILE-STATUS
077100         SET IU-FAILED TO TRUE
077200         SET IU-IX-EOF TO TRUE
077300         GO TO 4200-EXIT
077400     END-IF.
077500     ADD 1 TO IU-FILE-COUNT.
077600     MOVE SPACES TO IU-FILE-KEY.
077700     MOVE IU-FILE-AREA(1:IU-KEY-LENGTH) TO IU-FILE-KEY.
077800 4200-EXIT.
077900     EXIT.
078000
078100*----------------------------------------------------------------
078200* 4300-COMPARE-RECORD - MATCH THE BACKUP RECORD IN HAND WITH THE
078300*                       FILE RECORD IN HAND BY KEY, LIST ANY
078400*                       DIFFERENCE, AND ADVANCE WHICHEVER SIDE
078500*                       (OR BOTH) WAS USED.
078600*----------------------------------------------------------------
078700 4300-COMPARE-RECORD.
078800     IF IU-IX-EOF
078900         OR (NOT IU-BK-EOF AND IU-BACKUP-KEY < IU-FILE-KEY)
079000         ADD 1 TO IU-MISSING-COUNT
079100         MOVE IU-BACKUP-KEY TO IU-LIST-KEY
079200         MOVE "IN BACKUP, NOT ON FILE" TO IU-PROBLEM
079300         PERFORM 4400-LIST-DIFFERENCE THRU 4400-EXIT
079400         PERFORM 5500-READ-BACKUP-DETAIL THRU 5500-EXIT
079500         GO TO 4300-EXIT
079600     END-IF.
079700     IF IU-BK-EOF OR IU-FILE-KEY < IU-BACKUP-KEY
079800         ADD 1 TO IU-EXTRA-COUNT
079900         MOVE IU-FILE-KEY TO IU-LIST-KEY
080000         MOVE "ON FILE, NOT IN BACKUP" TO IU-PROBLEM
080100         PERFORM 4400-LIST-DIFFERENCE THRU 4400-EXIT
080200         PERFORM 4200-READ-CURRENT-VIEW THRU 4200-EXIT
080300         GO TO 4300-EXIT
080400     END-IF.
080500     IF IU-RECORD-AREA(1:IU-LAYOUT-LENGTH)
080600         = IU-FILE-AREA(1:IU-LAYOUT-LENGTH)
080700         ADD 1 TO IU-MATCHED-COUNT
080800     ELSE
080900         ADD 1 TO IU-DIFFER-COUNT
081000         MOVE IU-BACKUP-KEY TO IU-LIST-KEY
081100         MOVE "RECORD DIFFERS FROM BACKUP" TO IU-PROBLEM
081200         PERFORM 4400-LIST-DIFFERENCE THRU 4400-EXIT
081300     END-IF.
081400     PERFORM 5500-READ-BACKUP-DETAIL THRU 5500-EXIT.
081500     PERFORM 4200-READ-CURRENT-VIEW THRU 4200-EXIT.
081600 4300-EXIT.
081700     EXIT.
081800
081900*----------------------------------------------------------------
082000* 4400-LIST-DIFFERENCE - LIST ONE DIFFERENCE, KEY IN IU-LIST-KEY,
082100*                        UP TO THE LISTING LIMIT. THE COUNTS ON
082200*                        THE TRAILER COVER THE REST.
082300*----------------------------------------------------------------
082400 4400-LIST-DIFFERENCE.
082500     ADD 1 TO IU-LISTED-COUNT.
082600     IF IU-LISTED-COUNT > IU-LIST-LIMIT
082700         GO TO 4400-EXIT
082800     END-IF.
082900     MOVE SPACES TO IU-REPORT-LINE.
083000     STRING IU-LIST-KEY " " IU-PROBLEM
083100         INTO IU-REPORT-LINE.
083200     WRITE REPORT-RECORD FROM IU-REPORT-LINE.
083300 4400-EXIT.
083400     EXIT.
083500
083600*----------------------------------------------------------------
083700* 5000-CHECK-BACKUP - READ THE WHOLE BACKUP ONCE WITHOUT USING
083800*                     IT. THE HEADER MUST NAME THIS FILE AND
083900*                     LAYOUT AND THIS KEY LENGTH; EVERY DETAIL
084000*                     MUST HAVE A LENGTH FROM THE KEY LENGTH TO
084100*                     THE CURRENT LAYOUT LENGTH AND A KEY ABOVE
084200*                     THE ONE BEFORE IT; THE TRAILER MUST BE
084300*                     THERE, LAST, WITH THE COUNT AND HASHES THE
084400*                     DETAILS ADD UP TO. EACH PROBLEM IS LISTED
084500*                     (THE FIRST 20 OF THEM) AND COUNTED IN
084600*                     IU-PROBLEM-COUNT.
084700*----------------------------------------------------------------
084800 5000-CHECK-BACKUP.
084900     OPEN INPUT BACKUP-FILE.
085000     IF IU-BK-FILE-STATUS NOT = "00"
085100         MOVE SPACES TO IU-REPORT-LINE
085200         STRING "UNABLE TO OPEN BACKUP FILE - STATUS "
085300             IU-BK-FILE-STATUS
085400             INTO IU-REPORT-LINE
085500         WRITE REPORT-RECORD FROM IU-REPORT-LINE
085600         DISPLAY "IDXUTIL: UNABLE TO OPEN BACKUP FILE - STATUS "
085700             IU-BK-FILE-STATUS
085800         SET IU-FAILED TO TRUE
085900         GO TO 5000-EXIT
086000     END-IF.
086100     SET IU-BK-OPEN TO TRUE.
086200     MOVE "N" TO IU-BK-EOF-SW.
086300     MOVE LOW-VALUES TO IU-PREV-KEY.
086400     READ BACKUP-FILE
086500         AT END SET IU-BK-EOF TO TRUE
086600     END-READ.
086700     IF IU-BK-EOF OR NOT IB-HEADER-RECORD
086800         MOVE SPACES TO IU-BACKUP-KEY
086900         MOVE "NO HEADER RECORD - NOT AN IDXUTIL BACKUP"
087000             TO IU-PROBLEM
087100         PERFORM 5900-LIST-PROBLEM THRU 5900-EXIT
087200         GO TO 5000-CLOSE
087300     END-IF.
087400     PERFORM 5100-CHECK-HEADER THRU 5100-EXIT.
087500     IF IU-PROBLEM-COUNT > 0
087600         GO TO 5000-CLOSE
087700     END-IF.
087800     READ BACKUP-FILE
087900         AT END SET IU-BK-EOF TO TRUE
088000     END-READ.
088100     PERFORM 5200-CHECK-ONE-RECORD THRU 5200-EXIT
088200         UNTIL IU-BK-EOF OR IU-TRAILER-SEEN.
088300     PERFORM 5300-CHECK-TRAILER THRU 5300-EXIT.
088400 5000-CLOSE.
088500     CLOSE BACKUP-FILE.
088600     MOVE "N" TO IU-BK-OPEN-SW.
088700 5000-EXIT.
088800     EXIT.
088900
089000*----------------------------------------------------------------
089100* 5100-CHECK-HEADER - LIST WHAT THE HEADER SAYS THE BACKUP IS,
089200*                     AND REFUSE ONE TAKEN OF ANOTHER FILE, UNDER
089300*                     ANOTHER COPYBOOK, OR WITH ANOTHER KEY
089400*                     LENGTH - A KEY CHANGE IS A RESTRUCTURE THAT
089500*                     PADDING CANNOT MAKE.
089600*----------------------------------------------------------------
089700 5100-CHECK-HEADER.
089800     MOVE IB-RECORD-LENGTH TO IU-LENGTH-EDIT.
089900     MOVE SPACES TO IU-REPORT-LINE.
090000     STRING "BACKUP OF " IB-FILE-NAME " - LAYOUT " IB-LAYOUT-ID
090100         " LENGTH " IU-LENGTH-EDIT " - UNLOADED " IB-UNLOAD-DATE
090200         " " IB-UNLOAD-TIME " BY JOB " IB-JOB-ID
090300         INTO IU-REPORT-LINE.
090400     WRITE REPORT-RECORD FROM IU-REPORT-LINE.
090500     MOVE SPACES TO IU-BACKUP-KEY.
090600     IF IB-FILE-NAME NOT = IU-FILE-PARM
090700         MOVE SPACES TO IU-PROBLEM
090800         STRING "BACKUP IS OF " IB-FILE-NAME ", NOT "
090900             IU-FILE-PARM
091000             INTO IU-PROBLEM
091100         PERFORM 5900-LIST-PROBLEM THRU 5900-EXIT
091200     END-IF.
091300     IF IB-LAYOUT-ID NOT = IU-LAYOUT-ID
091400         MOVE SPACES TO IU-PROBLEM
091500         STRING "BACKUP LAYOUT IS " IB-LAYOUT-ID ", NOT "
091600             IU-LAYOUT-ID
091700             INTO IU-PROBLEM
091800         PERFORM 5900-LIST-PROBLEM THRU 5900-EXIT
091900     END-IF.
092000     IF IB-KEY-LENGTH NOT NUMERIC
092100         OR IB-KEY-LENGTH NOT = IU-KEY-LENGTH
092200         MOVE IU-KEY-LENGTH TO IU-LENGTH-EDIT
092300         MOVE SPACES TO IU-PROBLEM
092400         STRING "BACKUP KEY LENGTH IS " IB-KEY-LENGTH
092500             ", FILE KEY LENGTH IS " IU-LENGTH-EDIT
092600             INTO IU-PROBLEM
092700         PERFORM 5900-LIST-PROBLEM THRU 5900-EXIT
092800     END-IF.
092900 5100-EXIT.
093000     EXIT.
093100
093200*----------------------------------------------------------------
093300* 5200-CHECK-ONE-RECORD - CHECK THE BACKUP RECORD JUST READ AND
093400*                         READ THE NEXT. THE TRAILER ENDS THE
093500*                         LOOP; ANYTHING AFTER IT IS CAUGHT BY
093600*                         5300-CHECK-TRAILER.
093700*----------------------------------------------------------------
093800 5200-CHECK-ONE-RECORD.
093900     IF IB-TRAILER-RECORD
094000         SET IU-TRAILER-SEEN TO TRUE
094100         GO TO 5200-EXIT
094200     END-IF.
094300     MOVE SPACES TO IU-BACKUP-KEY.
094400     IF NOT IB-DETAIL-RECORD
094500         MOVE "UNEXPECTED RECORD TYPE IN BACKUP" TO IU-PROBLEM
094600         PERFORM 5900-LIST-PROBLEM THRU 5900-EXIT
094700         GO TO 5200-NEXT
094800     END-IF.
094900     IF IB-DATA-LENGTH NOT NUMERIC
095000         OR IB-DATA-LENGTH < IU-KEY-LENGTH
095100         OR IB-DATA-LENGTH > 400
095200         MOVE IU-RECORD-COUNT TO IU-COUNT-EDIT
095300         MOVE SPACES TO IU-PROBLEM
095400         STRING "BAD RECORD LENGTH " IB-DATA-LENGTH
095500             " AFTER DETAIL " IU-COUNT-EDIT
095600             INTO IU-PROBLEM
095700         PERFORM 5900-LIST-PROBLEM THRU 5900-EXIT
095800         GO TO 5200-NEXT
095900     END-IF.
096000     PERFORM 5600-TAKE-DETAIL THRU 5600-EXIT.
096100     ADD 1 TO IU-RECORD-COUNT.
096200     PERFORM 2400-HASH-RECORD THRU 2400-EXIT.
096300     IF IU-DATA-LENGTH > IU-LAYOUT-LENGTH
096400         MOVE IU-LAYOUT-LENGTH TO IU-LENGTH-EDIT
096500         MOVE SPACES TO IU-PROBLEM
096600         STRING "RECORD LENGTH " IB-DATA-LENGTH
096700             " IS LONGER THAN THE LAYOUT'S " IU-LENGTH-EDIT
096800             INTO IU-PROBLEM
096900         PERFORM 5900-LIST-PROBLEM THRU 5900-EXIT
097000     END-IF.
097100     IF IU-DATA-LENGTH < IU-LAYOUT-LENGTH
097200         ADD 1 TO IU-PADDED-COUNT
097300     END-IF.
097400     IF IU-BACKUP-KEY NOT > IU-PREV-KEY
097500         MOVE "KEY OUT OF SEQUENCE OR DUPLICATED" TO IU-PROBLEM
097600         PERFORM 5900-LIST-PROBLEM THRU 5900-EXIT
097700     END-IF.
097800     MOVE IU-BACKUP-KEY TO IU-PREV-KEY.
097900 5200-NEXT.
098000     READ BACKUP-FILE
098100         AT END SET IU-BK-EOF TO TRUE
098200     END-READ.
098300 5200-EXIT.
098400     EXIT.
098500
098600*----------------------------------------------------------------
098700* 5300-CHECK-TRAILER - A BACKUP WITH NO TRAILER WAS CUT SHORT; A
098800*                      TRAILER THAT DISAGREES WITH THE DETAILS, OR
098900*                      ANY RECORD AFTER IT, MEANS THE BACKUP WAS
099000*                      DAMAGED OR PIECED TOGETHER.
099100*----------------------------------------------------------------
099200 5300-CHECK-TRAILER.
099300     MOVE SPACES TO IU-BACKUP-KEY.
099400     IF NOT IU-TRAILER-SEEN
099500         MOVE "NO TRAILER RECORD - BACKUP IS INCOMPLETE"
099600             TO IU-PROBLEM
099700         PERFORM 5900-LIST-PROBLEM THRU 5900-EXIT
099800         GO TO 5300-EXIT
099900     END-IF.
100000     IF IB-RECORD-COUNT NOT NUMERIC
100100         OR IB-RECORD-COUNT NOT = IU-RECORD-COUNT
100200         MOVE IU-RECORD-COUNT TO IU-COUNT-EDIT
100300         MOVE SPACES TO IU-PROBLEM
100400         STRING "TRAILER COUNT " IB-RECORD-COUNT
100500             " - DETAILS READ " IU-COUNT-EDIT
100600             INTO IU-PROBLEM
100700         PERFORM 5900-LIST-PROBLEM THRU 5900-EXIT
100800     END-IF.
100900     IF IB-KEY-HASH NOT NUMERIC
101000         OR IB-KEY-HASH NOT = IU-KEY-HASH
101100         MOVE "TRAILER KEY HASH DOES NOT MATCH THE DETAILS"
101200             TO IU-PROBLEM
101300         PERFORM 5900-LIST-PROBLEM THRU 5900-EXIT
101400     END-IF.
101500     IF IB-DATA-HASH NOT NUMERIC
101600         OR IB-DATA-HASH NOT = IU-DATA-HASH
101700         MOVE "TRAILER DATA HASH DOES NOT MATCH THE DETAILS"
101800             TO IU-PROBLEM
101900         PERFORM 5900-LIST-PROBLEM THRU 5900-EXIT
102000     END-IF.
102100     READ BACKUP-FILE
102200         AT END GO TO 5300-EXIT
102300     END-READ.
102400     MOVE "RECORDS FOLLOW THE TRAILER" TO IU-PROBLEM.
102500     PERFORM 5900-LIST-PROBLEM THRU 5900-EXIT.
102600 5300-EXIT.
102700     EXIT.
102800
102900*----------------------------------------------------------------
103000* 5500-READ-BACKUP-DETAIL - READ THE NEXT DETAIL OF A BACKUP THAT
103100*                           HAS PASSED 5000-CHECK-BACKUP, PADDED
103200*                           TO THE CURRENT LENGTH. THE HEADER IS
103300*                           SKIPPED AND THE TRAILER ENDS THE FILE.
103400*----------------------------------------------------------------
103500 5500-READ-BACKUP-DETAIL.
103600     READ BACKUP-FILE
103700         AT END
103800             SET IU-BK-EOF TO TRUE
103900             GO TO 5500-EXIT
104000     END-READ.
104100     IF IB-HEADER-RECORD
104200         GO TO 5500-READ-BACKUP-DETAIL
104300     END-IF.
104400     IF IB-TRAILER-RECORD
104500         SET IU-BK-EOF TO TRUE
104600         GO TO 5500-EXIT
104700     END-IF.
104800     PERFORM 5600-TAKE-DETAIL THRU 5600-EXIT.
104900 5500-EXIT.
105000     EXIT.
105100
105200*----------------------------------------------------------------
105300* 5600-TAKE-DETAIL - MOVE THE DETAIL'S DATA, AT ITS OWN LENGTH,
105400*                    INTO A SPACE-FILLED IU-RECORD-AREA, AND ITS
105500*                    KEY INTO IU-BACKUP-KEY.
105600*----------------------------------------------------------------
105700 5600-TAKE-DETAIL.
105800     MOVE IB-DATA-LENGTH TO IU-DATA-LENGTH.
105900     MOVE SPACES TO IU-RECORD-AREA.
106000     MOVE IB-DATA(1:IU-DATA-LENGTH)
106100         TO IU-RECORD-AREA(1:IU-DATA-LENGTH).
106200     MOVE SPACES TO IU-BACKUP-KEY.
106300     MOVE IU-RECORD-AREA(1:IU-KEY-LENGTH) TO IU-BACKUP-KEY.
106400 5600-EXIT.
106500     EXIT.
106600
106700*----------------------------------------------------------------
106800* 5900-LIST-PROBLEM - COUNT ONE BACKUP PROBLEM AND LIST IT, WITH
106900*                     THE KEY IN IU-BACKUP-KEY, UP TO THE LISTING
107000*                     LIMIT.
107100*----------------------------------------------------------------
107200 5900-LIST-PROBLEM.
107300     ADD 1 TO IU-PROBLEM-COUNT.
107400     IF IU-PROBLEM-COUNT > IU-LIST-LIMIT
107500         GO TO 5900-EXIT
107600     END-IF.
107700     MOVE SPACES TO IU-REPORT-LINE.
107800     STRING "BACKUP PROBLEM - " IU-PROBLEM " " IU-BACKUP-KEY
107900         INTO IU-REPORT-LINE.
108000     WRITE REPORT-RECORD FROM IU-REPORT-LINE.
108100 5900-EXIT.
108200     EXIT.
108300
108400*----------------------------------------------------------------
108500* 7000-WRITE-REPORT-TRAILER - TOTALS FOR THE FUNCTION RUN AND
108600*                             THE END TIMESTAMP.
108700*----------------------------------------------------------------
108800 7000-WRITE-REPORT-TRAILER.
108900     ACCEPT IU-END-DATE FROM DATE YYYYMMDD.
109000     ACCEPT IU-END-TIME FROM TIME.
109100     MOVE SPACES TO IU-REPORT-LINE.
109200     MOVE IU-RECORD-COUNT TO IU-COUNT-EDIT.
109300     IF IU-UNLOAD
109400         STRING "RECORDS UNLOADED: " IU-COUNT-EDIT
109500             INTO IU-REPORT-LINE
109600     ELSE
109700         STRING "RECORDS IN BACKUP: " IU-COUNT-EDIT
109800             INTO IU-REPORT-LINE
109900     END-IF.
110000     WRITE REPORT-RECORD FROM IU-REPORT-LINE.
110100     IF IU-RECORD-COUNT > 0
110200         MOVE IU-SHORTEST-LENGTH TO IU-LENGTH-EDIT
110300         MOVE IU-LONGEST-LENGTH TO IU-LENGTH-EDIT-2
110400         MOVE SPACES TO IU-REPORT-LINE
110500         STRING "RECORD LENGTHS: " IU-LENGTH-EDIT " TO "
110600             IU-LENGTH-EDIT-2
110700             INTO IU-REPORT-LINE
110800         WRITE REPORT-RECORD FROM IU-REPORT-LINE
110900     END-IF.
111000     MOVE SPACES TO IU-REPORT-LINE.
111100     MOVE IU-KEY-HASH TO IU-HASH-EDIT.
111200     STRING "KEY HASH: " IU-HASH-EDIT
111300         INTO IU-REPORT-LINE.
111400     WRITE REPORT-RECORD FROM IU-REPORT-LINE.
111500     MOVE SPACES TO IU-REPORT-LINE.
111600     MOVE IU-DATA-HASH TO IU-HASH-EDIT.
111700     STRING "DATA HASH: " IU-HASH-EDIT
111800         INTO IU-REPORT-LINE.
111900     WRITE REPORT-RECORD FROM IU-REPORT-LINE.
112000     IF IU-UNLOAD AND IU-RECORD-COUNT > 0
112100         AND IU-SHORTEST-LENGTH < IU-LAYOUT-LENGTH
112200         MOVE SPACES TO IU-REPORT-LINE
112300         STRING "RECORDS ARE SHORTER THAN THE CURRENT LAYOUT - "
112400             "A RELOAD WILL PAD THEM"
112500             INTO IU-REPORT-LINE
112600         WRITE REPORT-RECORD FROM IU-REPORT-LINE
112700     END-IF.
112800     IF NOT IU-UNLOAD
112900         MOVE SPACES TO IU-REPORT-LINE
113000         MOVE IU-PROBLEM-COUNT TO IU-COUNT-EDIT
113100         STRING "BACKUP PROBLEMS: " IU-COUNT-EDIT
113200             INTO IU-REPORT-LINE
113300         WRITE REPORT-RECORD FROM IU-REPORT-LINE
113400         MOVE SPACES TO IU-REPORT-LINE
113500         MOVE IU-PADDED-COUNT TO IU-COUNT-EDIT
113600         MOVE IU-LAYOUT-LENGTH TO IU-LENGTH-EDIT
113700         STRING "RECORDS PADDED TO LENGTH " IU-LENGTH-EDIT ": "
113800             IU-COUNT-EDIT
113900             INTO IU-REPORT-LINE
114000         WRITE REPORT-RECORD FROM IU-REPORT-LINE
114100     END-IF.
114200     IF IU-RELOAD
114300         MOVE SPACES TO IU-REPORT-LINE
114400         MOVE IU-LOADED-COUNT TO IU-COUNT-EDIT
114500         STRING "RECORDS RELOADED: " IU-COUNT-EDIT
114600             INTO IU-REPORT-LINE
114700         WRITE REPORT-RECORD FROM IU-REPORT-LINE
114800     END-IF.
114900     IF IU-VERIFY
115000         PERFORM 7100-VERIFY-TOTALS THRU 7100-EXIT
115100     END-IF.
115200     MOVE SPACES TO IU-REPORT-LINE.
115300     STRING "RUN STARTED " IU-RUN-DATE " " IU-RUN-TIME
115400         " - ENDED " IU-END-DATE " " IU-END-TIME
115500         INTO IU-REPORT-LINE.
115600     WRITE REPORT-RECORD FROM IU-REPORT-LINE.
115700 7000-EXIT.
115800     EXIT.
115900
116000*----------------------------------------------------------------
116100* 7100-VERIFY-TOTALS - RECORDS ON FILE AND THE OUTCOME OF THE
116200*                      RECORD-FOR-RECORD COMPARISON.
116300*----------------------------------------------------------------
116400 7100-VERIFY-TOTALS.
116500     MOVE SPACES TO IU-REPORT-LINE.
116600     MOVE IU-FILE-COUNT TO IU-COUNT-EDIT.
116700     STRING "RECORDS ON FILE: " IU-COUNT-EDIT
116800         INTO IU-REPORT-LINE.
116900     WRITE REPORT-RECORD FROM IU-REPORT-LINE.
117000     MOVE SPACES TO IU-REPORT-LINE.
117100     MOVE IU-MATCHED-COUNT TO IU-COUNT-EDIT.
117200     STRING "RECORDS MATCHED: " IU-COUNT-EDIT
117300         INTO IU-REPORT-LINE.
117400     WRITE REPORT-RECORD FROM IU-REPORT-LINE.
117500     MOVE SPACES TO IU-REPORT-LINE.
117600     MOVE IU-DIFFER-COUNT TO IU-COUNT-EDIT.
117700     STRING "RECORDS DIFFERENT: " IU-COUNT-EDIT
117800         INTO IU-REPORT-LINE.
117900     WRITE REPORT-RECORD FROM IU-REPORT-LINE.
118000     MOVE SPACES TO IU-REPORT-LINE.
118100     MOVE IU-MISSING-COUNT TO IU-COUNT-EDIT.
118200     STRING "IN BACKUP, NOT ON FILE: " IU-COUNT-EDIT
118300         INTO IU-REPORT-LINE.
118400     WRITE REPORT-RECORD FROM IU-REPORT-LINE.
118500     MOVE SPACES TO IU-REPORT-LINE.
118600     MOVE IU-EXTRA-COUNT TO IU-COUNT-EDIT.
118700     STRING "ON FILE, NOT IN BACKUP: " IU-COUNT-EDIT
118800         INTO IU-REPORT-LINE.
118900     WRITE REPORT-RECORD FROM IU-REPORT-LINE.
119000 7100-EXIT.
119100     EXIT.
119200
119300*----------------------------------------------------------------
119400* 9000-TERMINATE - CLOSE WHATEVER FILES THIS RUN ACTUALLY
119500*                  OPENED. ONLY ONE VIEW OF THE INDEXED FILE IS
119600*                  EVER OPEN, AND PARM 2 SAYS WHICH FILE IT IS.
119700*----------------------------------------------------------------
119800 9000-TERMINATE.
119900     IF IU-BK-OPEN
120000         CLOSE BACKUP-FILE
120100     END-IF.
120200     IF IU-RF-OPEN
120300         CLOSE REPORT-FILE
120400     END-IF.
120500     IF IU-UV-OPEN
120600         EVALUATE TRUE
120700             WHEN IU-CUSTMAST
120800                 CLOSE CUSTMAST-UNLOAD-FILE
120900             WHEN IU-GREETHST
121000                 CLOSE GREETHST-UNLOAD-FILE
121100             WHEN IU-DONOTGRT
121200                 CLOSE DONOTGRT-UNLOAD-FILE
121300             WHEN IU-PHRASMST
121400                 CLOSE PHRASMST-UNLOAD-FILE
121500         END-EVALUATE
121600     END-IF.
121700     IF IU-IX-OPEN
121800         EVALUATE TRUE
121900             WHEN IU-CUSTMAST
122000                 CLOSE CUSTOMER-MASTER-FILE
122100             WHEN IU-GREETHST
122200                 CLOSE GREETING-HISTORY-FILE
122300             WHEN IU-DONOTGRT
122400                 CLOSE SUPPRESS-FILE
122500             WHEN IU-PHRASMST
122600                 CLOSE PHRASE-MASTER-FILE
122700         END-EVALUATE
122800     END-IF.
122900 9000-EXIT.
123000     EXIT.
123100
123200 9999-EXIT.
123300     EXIT PROGRAM.
