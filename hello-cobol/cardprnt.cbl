002400*              CARRIAGE CONTROL: "1" EJECTS TO A NEW PAGE, " "
002500*              SINGLE-SPACES. SECTION PAGE COUNTS INCLUDE THE
002600*              BANNER PAGE.
002602*
002604*              A JOB-STATUS ROW CARRYING THE CARDS COMPOSED AS ITS
002606*              GREETED COUNT IS APPENDED ON EVERY EXIT, SO MAILREL
002608*              CAN CHECK THE PRINT RUN AGAINST THE EXTRACT.
002610*
002612*              RESTART AND REPRINT: THE CARD CHECKPOINT (CARDCKPT)
002614*              HOLDS ONE RECORD PER PRINT STREAM, KEYED BY THE
002616*              JOB NAME THE STREAM PRINTS UNDER ("CARDPRNT" WHEN
002618*              THERE IS NONE), SO THE NIGHTLY EXTRACT, A REISSUE
002620*              BATCH AND A CAMPAIGN BATCH EACH KEEP THEIR OWN
002622*              SERIES; A RESTART OR REPRINT MUST RUN UNDER THE JOB
002624*              NAME OF THE STREAM IT CONTINUES. THE RECORD
002626*              IS REWRITTEN AFTER EVERY CARD WITH ITS LANGUAGE
002628*              SECTION, CARD SEQUENCE AND PAGE NUMBER, AND EACH
002630*              CARD'S FIRST LINE CARRIES ITS EXTRACT SEQUENCE
002632*              NUMBER AT THE RIGHT MARGIN SO THE PRINT ROOM CAN
002634*              NAME THE CARD A JAM STOPPED ON. PARM 1 IS THE RUN:
002636*                BLANK OR "PRINT" - THE ORIGINAL RUN OVER THE
002638*                  EXTRACT. IT STARTS A NEW SERIES ON THE
002640*                  CHECKPOINT.
002642*                "RESTART" - CONTINUE AN INTERRUPTED RUN FROM THE
002644*                  CARD AFTER ITS LAST GOOD ONE, OR FROM PARMS 2-3
002646*                  "CARD NNNNNNNN" OR "CUSTOMER CUSTOMER-ID".
002648*                "REPRINT" - PRINT PARMS 2-4 "CARDS N M" (CARDS N
002650*                  THROUGH M; M OMITTED MEANS CARD N ONLY) OR
002652*                  "SECTION LL" (ONE LANGUAGE SECTION) AGAIN.
002654*              A RESTART OR REPRINT FIRST CHECKS THAT THE EXTRACT
002656*              STILL HOLDS THE CHECKPOINTED LAST CARD'S CUSTOMER
002658*              AT THAT CARD'S SEQUENCE NUMBER, AND ABORTS IF NOT.
002660*
002662*              EVERY RUN APPENDS ITS LINE TO THE CARD-PRINT LOG
002664*              (CARDLOG), AND THE SUMMARY SHEET LISTS THE LINES OF
002666*              THE STREAM'S SERIES - THE ORIGINAL RUN, EACH
002668*              RESTART AND EACH
002670*              REPRINT - AND BALANCES THE CARDS CREDITED TO THEM
002672*              AGAINST THE EXTRACT. WHERE RUNS OVERLAP, A CARD IS
002674*              CREDITED TO THE LATER RUN; A REPRINT REPLACES CARDS
002676*              ALREADY CREDITED AND IS NOT COUNTED AGAIN. OUT OF
002678*              BALANCE ENDS THE RUN WITH RC 4. THE ORIGINAL RUN'S
002680*              AND A RESTART'S JOB-STATUS ROWS CARRY THE SERIES'
002682*              CREDITED TOTAL, A RESTART'S UNDER THE ORIGINAL
002684*              RUN'S DATE, SO MAILREL BALANCES THE WHOLE SERIES; A
002686*              REPRINT'S ROW IS WRITTEN AS "CARDPRNR", WHICH
002688*              MAILREL DOES NOT READ.
002700*----------------------------------------------------------------
002800* MODIFICATION HISTORY
002900*   2026-09-01 RH  INITIAL VERSION - THE FLAT PRINT FILE MADE
003000*                  THE PHYSICAL CARD JOB RE-COMPOSE EVERYTHING
003100*                  BY HAND.
003105*   2026-09-21 RH  APPENDS A JOB-STATUS ROW ON EVERY EXIT FOR THE
003110*                  MAILREL RELEASE GATE.
003115*   2026-09-24 RH  ZEROES THE NEW JOB-STATUS CARD AND ELECTRONIC
003120*                  COUNTS, WHICH ONLY THE GREETING DRIVERS CARRY.
003125*   2026-09-28 RH  CHECKPOINTS EVERY CARD AND TAKES RESTART AND
003130*                  REPRINT PARMS, SO A JAM NO LONGER MEANS
003135*                  REPRINTING THE WHOLE EXTRACT; THE SUMMARY SHEET
003140*                  BALANCES EVERY RUN OF THE SERIES FROM THE NEW
003145*                  CARD-PRINT LOG.
003150*   2026-10-15 RH  THE CHECKPOINT IS KEYED BY JOB NAME AND THE
003155*                  SUMMARY SHEET TAKES ONLY THAT JOB'S LOG LINES,
003160*                  SO A REISSUE OR CAMPAIGN BATCH PRINTED AFTER A
003165*                  JAMMED NIGHTLY RUN NO LONGER STARTS ITS SERIES
003170*                  OVER THE NIGHTLY CHECKPOINT.
003200*----------------------------------------------------------------
003300
003400 ENVIRONMENT DIVISION.
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS CP-CP-FILE-STATUS.
004400
004405     SELECT JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
004410         ORGANIZATION IS LINE SEQUENTIAL
004415         FILE STATUS IS CP-JS-FILE-STATUS.
004420
004425     SELECT CARD-CHECKPOINT-FILE ASSIGN TO "CARDCKPT"
004430         ORGANIZATION IS INDEXED
004435         ACCESS MODE IS RANDOM
004440         RECORD KEY IS CC-KEY
004445         FILE STATUS IS CP-CC-FILE-STATUS.
004450
004455     SELECT CARD-LOG-FILE ASSIGN TO "CARDLOG"
004460         ORGANIZATION IS LINE SEQUENTIAL
004465         FILE STATUS IS CP-CG-FILE-STATUS.
004470
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  MAIL-EXTRACT-FILE.
005200     05  CP-CARRIAGE-CONTROL     PIC X(01).
005300     05  CP-PRINT-TEXT           PIC X(132).
005400
005410 FD  JOB-STATUS-FILE.
005420     COPY JOBSTAT.
005430
005440 FD  CARD-CHECKPOINT-FILE.
005450     COPY CARDCKPT.
005460
005470 FD  CARD-LOG-FILE.
005480 01  CARD-LOG-LINE               PIC X(92).
005490
005500 WORKING-STORAGE SECTION.
005600 77  CP-EOF-SW               PIC X(01) VALUE "N".
005700     88  CP-EOF                        VALUE "Y".
006100 77  CP-CP-FILE-STATUS       PIC X(02).
006200 77  CP-CP-OPEN-SW           PIC X(01) VALUE "N".
006300     88  CP-CP-OPEN                    VALUE "Y".
006310 77  CP-JS-FILE-STATUS       PIC X(02).
006311 77  CP-CC-FILE-STATUS       PIC X(02).
006312 77  CP-CC-OPEN-SW           PIC X(01) VALUE "N".
006313     88  CP-CC-OPEN                    VALUE "Y".
006314 77  CP-CG-FILE-STATUS       PIC X(02).
006315 77  CP-CG-OPEN-SW           PIC X(01) VALUE "N".
006316     88  CP-CG-OPEN                    VALUE "Y".
006317 77  CP-CG-EOF-SW            PIC X(01) VALUE "N".
006318     88  CP-CG-EOF                     VALUE "Y".
006319 77  CP-CHECKPOINT-KEY       PIC X(08) VALUE "CARDPRNT".
006320 77  CP-CHECKPOINT-FOUND-SW  PIC X(01) VALUE "N".
006321     88  CP-CHECKPOINT-FOUND           VALUE "Y".
006322 77  CP-RUN-TYPE             PIC X(01) VALUE "O".
006323     88  CP-ORIGINAL-RUN               VALUE "O".
006324     88  CP-RESTART-RUN                VALUE "R".
006325     88  CP-REPRINT-RUN                VALUE "P".
006326 77  CP-RESTART-BY           PIC X(01) VALUE "L".
006327     88  CP-RESTART-AFTER-LAST         VALUE "L".
006328     88  CP-RESTART-AT-CARD            VALUE "C".
006329     88  CP-RESTART-AT-CUSTOMER        VALUE "U".
006330 77  CP-ARGLEN               PIC 9(04) COMP.
006331 77  CP-PARM-MODE            PIC X(08) VALUE SPACES.
006332 77  CP-PARM-BY              PIC X(08) VALUE SPACES.
006333 77  CP-PARM-VALUE-1         PIC X(10) VALUE SPACES.
006334 77  CP-PARM-VALUE-2         PIC X(10) VALUE SPACES.
006335 77  CP-PARM-CARD            PIC 9(08) VALUE 0.
006336 01  CP-PARM-VALUE-RJ        PIC X(08) JUSTIFIED RIGHT.
006337 01  CP-PARM-VALUE-NUM REDEFINES CP-PARM-VALUE-RJ
006338                             PIC 9(08).
006339 77  CP-RESTART-CUSTOMER     PIC X(10) VALUE SPACES.
006340 77  CP-SELECT-LANGUAGE      PIC X(02) VALUE SPACES.
006341 77  CP-START-CARD           PIC 9(08) COMP VALUE 1.
006342 77  CP-END-CARD             PIC 9(08) COMP VALUE 99999999.
006343 77  CP-CARD-SEQ             PIC 9(08) COMP VALUE 0.
006344 77  CP-SECTION-SEQ          PIC 9(08) COMP VALUE 0.
006345 77  CP-SCAN-LANGUAGE        PIC X(02) VALUE LOW-VALUES.
006346 77  CP-CARD-SELECTED-SW     PIC X(01) VALUE "N".
006347     88  CP-CARD-SELECTED              VALUE "Y".
006348 77  CP-SCAN-COUNT           PIC 9(08) COMP VALUE 0.
006349 77  CP-CHECK-CARD           PIC 9(08) COMP VALUE 0.
006350 77  CP-CHECK-CUSTOMER       PIC X(10) VALUE SPACES.
006351 77  CP-CHECK-MATCHED-SW     PIC X(01) VALUE "N".
006352     88  CP-CHECK-MATCHED              VALUE "Y".
006353 77  CP-SECTION-FOUND-SW     PIC X(01) VALUE "N".
006354     88  CP-SECTION-FOUND              VALUE "Y".
006355 77  CP-PREV-CUSTOMER        PIC X(10) VALUE SPACES.
006356 77  CP-PRIOR-CUSTOMER       PIC X(10) VALUE SPACES.
006357 77  CP-SERIES-DATE          PIC X(08) VALUE SPACES.
006358 77  CP-SERIES-TIME          PIC X(08) VALUE SPACES.
006359 77  CP-SERIES-STATE         PIC X(01) VALUE SPACE.
006360 77  CP-FIRST-PRINTED        PIC 9(08) COMP VALUE 0.
006361 77  CP-LAST-PRINTED         PIC 9(08) COMP VALUE 0.
006362 77  CP-LAST-LANGUAGE        PIC X(02) VALUE SPACES.
006363 77  CP-CARD-NUMBER          PIC 9(08).
006364 77  CP-RUN-NAME             PIC X(08).
006365 77  CP-STATE-NAME           PIC X(11).
006366 77  CP-SUMMARY-DONE-SW      PIC X(01) VALUE "N".
006367     88  CP-SUMMARY-DONE               VALUE "Y".
006368 77  CP-LOG-FULL-SW          PIC X(01) VALUE "N".
006369     88  CP-LOG-FULL                   VALUE "Y".
006370 77  CP-RUN-COUNT            PIC 9(04) COMP VALUE 0.
006371 77  CP-RUN-IDX              PIC 9(04) COMP.
006372 77  CP-NEXT-FIRST           PIC 9(08) COMP.
006373 77  CP-UPPER-CARD           PIC 9(08) COMP.
006374 77  CP-CREDITED-TOTAL       PIC 9(08) COMP VALUE 0.
006400 77  CP-CURRENT-LANGUAGE     PIC X(02) VALUE LOW-VALUES.
006500 77  CP-SECTION-OPEN-SW      PIC X(01) VALUE "N".
006600     88  CP-SECTION-OPEN               VALUE "Y".
007300 77  CP-FILLER-IDX           PIC 9(04) COMP.
007400 77  CP-RUN-DATE             PIC X(08).
007500 77  CP-RUN-TIME             PIC X(08).
007510 77  CP-END-DATE             PIC X(08) VALUE SPACES.
007520 77  CP-END-TIME             PIC X(08) VALUE SPACES.
007530 77  CP-ENV-NAME             PIC X(20).
007540 77  CP-JOB-ID               PIC X(08).
007600 77  CP-COUNT-EDIT           PIC ZZZZZZZ9.
007700 77  CP-COUNT-EDIT-2         PIC ZZZZZZZ9.
007710 77  CP-COUNT-EDIT-3         PIC ZZZZZZZ9.
007720 77  CP-COUNT-EDIT-4         PIC ZZZZZZZ9.
007800 01  CP-LINE-WORK            PIC X(132).
007900*----------------------------------------------------------------
008000* CP-SECTION-TABLE - PAGE AND CARD COUNTS PER LANGUAGE SECTION,
008600         10  CP-SECT-LANGUAGE    PIC X(02).
008700         10  CP-SECT-CARDS       PIC 9(08) COMP.
008800         10  CP-SECT-PAGES       PIC 9(08) COMP.
008805*----------------------------------------------------------------
008810* CP-RUN-TABLE - THE SERIES' LINES FROM THE CARD-PRINT LOG, IN
008815*                THE ORDER THE RUNS WERE MADE, WITH THE CARDS
008820*                CREDITED TO EACH ONCE THE OVERLAPS ARE SETTLED.
008825*----------------------------------------------------------------
008830 01  CP-RUN-TABLE.
008835     05  CP-RUN-ENTRY OCCURS 100 TIMES.
008840         10  CP-RT-TYPE          PIC X(01).
008845         10  CP-RT-DATE          PIC X(08).
008850         10  CP-RT-TIME          PIC X(08).
008855         10  CP-RT-JOB-ID        PIC X(08).
008860         10  CP-RT-LANGUAGE      PIC X(02).
008865         10  CP-RT-FIRST         PIC 9(08) COMP.
008870         10  CP-RT-LAST          PIC 9(08) COMP.
008875         10  CP-RT-CARDS         PIC 9(08) COMP.
008880         10  CP-RT-STATE         PIC X(01).
008885         10  CP-RT-CREDITED      PIC 9(08) COMP.
008886*----------------------------------------------------------------
008887* CARD-LOG-RECORD - THE CARD-PRINT LOG LINE, BUILT AND READ HERE
008888*                   AND MOVED THROUGH CARD-LOG-LINE, SINCE THE LOG
008889*                   IS OPENED ONLY FOR AS LONG AS IT IS USED.
008890*----------------------------------------------------------------
008891     COPY CARDLOG.
008900
009000 PROCEDURE DIVISION.
009100
010200     GO TO 9999-EXIT.
010300
010400*----------------------------------------------------------------
010500* 1000-INITIALIZE - READ THE RUN PARMS, OPEN FILES AND PRIME THE
010600*                   LOOP. A MISSING EXTRACT ABORTS - THERE IS
010700*                   NOTHING TO COMPOSE. A RESTART OR REPRINT
010800*                   SCANS THE EXTRACT FIRST TO CHECK IT AGAINST
010900*                   THE CHECKPOINT AND FIND WHERE TO START. EACH
011000*                   FILE'S OPEN SWITCH IS SET ONLY AFTER ITS OPEN
011010*                   SUCCEEDS, SO 9000-TERMINATE NEVER CLOSES A
011020*                   FILE THAT WAS NEVER OPENED.
011100*----------------------------------------------------------------
011200 1000-INITIALIZE.
011300     ACCEPT CP-RUN-DATE FROM DATE YYYYMMDD.
011400     ACCEPT CP-RUN-TIME FROM TIME.
011402     MOVE "JOBNAME" TO CP-ENV-NAME.
011404     DISPLAY CP-ENV-NAME UPON ENVIRONMENT-NAME.
011406     ACCEPT CP-JOB-ID FROM ENVIRONMENT-VALUE.
011408     IF CP-JOB-ID NOT = SPACES
011410         MOVE CP-JOB-ID TO CP-CHECKPOINT-KEY
011412     END-IF.
011414     PERFORM 1100-READ-PARMS THRU 1100-EXIT.
011416     OPEN I-O CARD-CHECKPOINT-FILE.
011418     IF CP-CC-FILE-STATUS = "35"
011420         OPEN OUTPUT CARD-CHECKPOINT-FILE
011422         CLOSE CARD-CHECKPOINT-FILE
011424         OPEN I-O CARD-CHECKPOINT-FILE
011426     END-IF.
011428     IF CP-CC-FILE-STATUS NOT = "00"
011430         DISPLAY "CARDPRNT: UNABLE TO OPEN CARD CHECKPOINT - "
011432             "STATUS " CP-CC-FILE-STATUS
011434         MOVE 16 TO RETURN-CODE
011436         PERFORM 9000-TERMINATE THRU 9000-EXIT
011438         GO TO 9999-EXIT
011440     END-IF.
011442     SET CP-CC-OPEN TO TRUE.
011444     PERFORM 1200-CHECKPOINT-CHECK THRU 1200-EXIT.
011500     OPEN INPUT MAIL-EXTRACT-FILE.
011600     IF CP-ME-FILE-STATUS NOT = "00"
011700         DISPLAY "CARDPRNT: UNABLE TO OPEN MAIL EXTRACT - "
012100         GO TO 9999-EXIT
012200     END-IF.
012300     SET CP-ME-OPEN TO TRUE.
012310     IF NOT CP-ORIGINAL-RUN
012320         PERFORM 1300-SCAN-EXTRACT THRU 1300-EXIT
012330     END-IF.
012400     OPEN OUTPUT CARD-PRINT-FILE.
012500     IF CP-CP-FILE-STATUS NOT = "00"
012600         DISPLAY "CARDPRNT: UNABLE TO OPEN CARD PRINT FILE - "
013000         GO TO 9999-EXIT
013100     END-IF.
013200     SET CP-CP-OPEN TO TRUE.
013201     PERFORM 1400-START-RUN-CHECKPOINT THRU 1400-EXIT.
013300     READ MAIL-EXTRACT-FILE
013400         AT END SET CP-EOF TO TRUE
013500     END-READ.
013700     EXIT.
013800
013900*----------------------------------------------------------------
013902* 1100-READ-PARMS - PARM 1 PICKS THE RUN: BLANK OR "PRINT",
013904*                   "RESTART" OR "REPRINT". A RESTART MAY NAME
013906*                   ITS STARTING POINT AS "CARD NNNNNNNN" OR
013908*                   "CUSTOMER ID" IN PARMS 2 AND 3; A REPRINT
013910*                   NEEDS "CARDS N M" OR "SECTION LL". ANYTHING
013912*                   ELSE ABORTS RATHER THAN PRINT THE WRONG CARDS.
013914*----------------------------------------------------------------
013916 1100-READ-PARMS.
013918     ACCEPT CP-ARGLEN FROM ARGUMENT-NUMBER.
013920     IF CP-ARGLEN > 0
013922         DISPLAY 1 UPON ARGUMENT-NUMBER
013924         ACCEPT CP-PARM-MODE FROM ARGUMENT-VALUE
013926     END-IF.
013928     IF CP-ARGLEN > 1
013930         DISPLAY 2 UPON ARGUMENT-NUMBER
013932         ACCEPT CP-PARM-BY FROM ARGUMENT-VALUE
013934     END-IF.
013936     IF CP-ARGLEN > 2
013938         DISPLAY 3 UPON ARGUMENT-NUMBER
013940         ACCEPT CP-PARM-VALUE-1 FROM ARGUMENT-VALUE
013942     END-IF.
013944     IF CP-ARGLEN > 3
013946         DISPLAY 4 UPON ARGUMENT-NUMBER
013948         ACCEPT CP-PARM-VALUE-2 FROM ARGUMENT-VALUE
013950     END-IF.
013952     IF CP-PARM-MODE = SPACES OR "PRINT"
013954         SET CP-ORIGINAL-RUN TO TRUE
013956         GO TO 1100-EXIT
013958     END-IF.
013960     IF CP-PARM-MODE = "RESTART"
013962         SET CP-RESTART-RUN TO TRUE
013964         GO TO 1100-RESTART-PARMS
013966     END-IF.
013968     IF CP-PARM-MODE = "REPRINT"
013970         SET CP-REPRINT-RUN TO TRUE
013972         GO TO 1100-REPRINT-PARMS
013974     END-IF.
013976     GO TO 1100-BAD-PARMS.
013978 1100-RESTART-PARMS.
013980     IF CP-PARM-BY = SPACES
013982         SET CP-RESTART-AFTER-LAST TO TRUE
013984         GO TO 1100-EXIT
013986     END-IF.
013988     IF CP-PARM-BY = "CARD"
013990         MOVE FUNCTION TRIM(CP-PARM-VALUE-1) TO CP-PARM-VALUE-RJ
013992         PERFORM 1180-CONVERT-CARD-NO THRU 1180-EXIT
013994         IF CP-PARM-CARD = 0
013996             GO TO 1100-BAD-PARMS
013998         END-IF
014000         SET CP-RESTART-AT-CARD TO TRUE
014002         MOVE CP-PARM-CARD TO CP-START-CARD
014004         GO TO 1100-EXIT
014006     END-IF.
014008     IF CP-PARM-BY = "CUSTOMER" AND CP-PARM-VALUE-1 NOT = SPACES
014010         SET CP-RESTART-AT-CUSTOMER TO TRUE
014012         MOVE CP-PARM-VALUE-1 TO CP-RESTART-CUSTOMER
014014         MOVE 0 TO CP-START-CARD
014016         GO TO 1100-EXIT
014018     END-IF.
014020     GO TO 1100-BAD-PARMS.
014022 1100-REPRINT-PARMS.
014024     IF CP-PARM-BY = "SECTION" AND CP-PARM-VALUE-1 NOT = SPACES
014026         MOVE CP-PARM-VALUE-1 TO CP-SELECT-LANGUAGE
014028         GO TO 1100-EXIT
014030     END-IF.
014032     IF CP-PARM-BY NOT = "CARDS"
014034         GO TO 1100-BAD-PARMS
014036     END-IF.
014038     MOVE FUNCTION TRIM(CP-PARM-VALUE-1) TO CP-PARM-VALUE-RJ.
014040     PERFORM 1180-CONVERT-CARD-NO THRU 1180-EXIT.
014042     IF CP-PARM-CARD = 0
014044         GO TO 1100-BAD-PARMS
014046     END-IF.
014048     MOVE CP-PARM-CARD TO CP-START-CARD.
014050     MOVE CP-PARM-CARD TO CP-END-CARD.
014052     IF CP-PARM-VALUE-2 = SPACES
014054         GO TO 1100-EXIT
014056     END-IF.
014058     MOVE FUNCTION TRIM(CP-PARM-VALUE-2) TO CP-PARM-VALUE-RJ.
014060     PERFORM 1180-CONVERT-CARD-NO THRU 1180-EXIT.
014062     IF CP-PARM-CARD < CP-START-CARD
014064         GO TO 1100-BAD-PARMS
014066     END-IF.
014068     MOVE CP-PARM-CARD TO CP-END-CARD.
014070     GO TO 1100-EXIT.
014072 1100-BAD-PARMS.
014074     DISPLAY "CARDPRNT: INVALID RUN PARMS - " CP-PARM-MODE " "
014076         CP-PARM-BY " " CP-PARM-VALUE-1 " " CP-PARM-VALUE-2.
014078     MOVE 16 TO RETURN-CODE.
014080     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014082     GO TO 9999-EXIT.
014084 1100-EXIT.
014086     EXIT.
014088
014090*----------------------------------------------------------------
014092* 1180-CONVERT-CARD-NO - TURN THE CARD NUMBER MOVED INTO
014094*                        CP-PARM-VALUE-RJ INTO CP-PARM-CARD; ZERO
014096*                        WHEN IT IS NOT A NUMBER.
014098*----------------------------------------------------------------
014100 1180-CONVERT-CARD-NO.
014102     MOVE 0 TO CP-PARM-CARD.
014104     INSPECT CP-PARM-VALUE-RJ REPLACING LEADING " " BY "0".
014106     IF CP-PARM-VALUE-NUM NUMERIC
014108         MOVE CP-PARM-VALUE-NUM TO CP-PARM-CARD
014110     END-IF.
014112 1180-EXIT.
014114     EXIT.
014116
014118*----------------------------------------------------------------
014120* 1200-CHECKPOINT-CHECK - READ THIS PRINT STREAM'S CHECKPOINT.
014122*                         THE ORIGINAL RUN STARTS A NEW SERIES
014124*                         WHATEVER THE CHECKPOINT HOLDS. A RESTART
014126*                         NEEDS A SERIES STILL ACTIVE - ONE WHOSE
014128*                         RUNS HAVE NOT YET PRINTED THROUGH THE
014130*                         END OF THE EXTRACT - AND A REPRINT NEEDS
014132*                         A SERIES OF ANY STATE TO BELONG TO. THE
014134*                         LAST GOOD CARD AND ITS CUSTOMER ARE KEPT
014136*                         TO CHECK THE EXTRACT AGAINST.
014138*----------------------------------------------------------------
014140 1200-CHECKPOINT-CHECK.
014142     MOVE CP-CHECKPOINT-KEY TO CC-KEY.
014144     READ CARD-CHECKPOINT-FILE
014146         INVALID KEY
014148             CONTINUE
014150         NOT INVALID KEY
014152             SET CP-CHECKPOINT-FOUND TO TRUE
014154     END-READ.
014156     IF CP-ORIGINAL-RUN
014158         GO TO 1200-EXIT
014160     END-IF.
014162     IF NOT CP-CHECKPOINT-FOUND
014164         DISPLAY "CARDPRNT: NO PRINT RUN ON THE CARD CHECKPOINT"
014166             " - NOTHING TO " CP-PARM-MODE
014168         MOVE 16 TO RETURN-CODE
014170         PERFORM 9000-TERMINATE THRU 9000-EXIT
014172         GO TO 9999-EXIT
014174     END-IF.
014176     IF CP-RESTART-RUN AND NOT CC-SERIES-ACTIVE
014178         DISPLAY "CARDPRNT: LAST PRINT RUN PRINTED THE WHOLE "
014180             "EXTRACT - NOTHING TO RESTART, USE REPRINT"
014182         MOVE 16 TO RETURN-CODE
014184         PERFORM 9000-TERMINATE THRU 9000-EXIT
014186         GO TO 9999-EXIT
014188     END-IF.
014190     MOVE CC-SERIES-DATE TO CP-SERIES-DATE.
014192     MOVE CC-SERIES-TIME TO CP-SERIES-TIME.
014194     MOVE CC-STATE TO CP-SERIES-STATE.
014196     MOVE CC-LAST-CARD TO CP-CHECK-CARD.
014198     MOVE CC-CUSTOMER-ID TO CP-CHECK-CUSTOMER.
014200     IF CP-RESTART-RUN AND CP-RESTART-AFTER-LAST
014202         COMPUTE CP-START-CARD = CC-LAST-CARD + 1
014204     END-IF.
014206 1200-EXIT.
014208     EXIT.
014210
014212*----------------------------------------------------------------
014214* 1300-SCAN-EXTRACT - READ THE WHOLE EXTRACT ONCE BEFORE A RESTART
014216*                     OR REPRINT PRINTS ANYTHING. THE CARD AT THE
014218*                     CHECKPOINT'S LAST-CARD SEQUENCE NUMBER MUST
014220*                     BE THE CUSTOMER THE CHECKPOINT NAMES, OR
014222*                     THIS IS NOT THE EXTRACT THE SERIES PRINTED.
014224*                     A CUSTOMER RESTART FINDS ITS CARD NUMBER
014226*                     HERE, AND A STARTING POINT PAST THE END OF
014228*                     THE EXTRACT OR A SECTION IT DOES NOT HOLD
014230*                     ABORTS. THE EXTRACT IS THEN REOPENED FOR THE
014232*                     PRINT.
014234*----------------------------------------------------------------
014236 1300-SCAN-EXTRACT.
014238     READ MAIL-EXTRACT-FILE
014240         AT END SET CP-EOF TO TRUE
014242     END-READ.
014244     PERFORM 1350-SCAN-ONE-RECORD THRU 1350-EXIT
014246         UNTIL CP-EOF.
014248     CLOSE MAIL-EXTRACT-FILE.
014250     MOVE "N" TO CP-ME-OPEN-SW.
014252     MOVE "N" TO CP-EOF-SW.
014254     IF CP-CHECK-CARD > 0 AND NOT CP-CHECK-MATCHED
014256         MOVE CP-CHECK-CARD TO CP-COUNT-EDIT
014258         DISPLAY "CARDPRNT: EXTRACT DOES NOT MATCH THE CARD "
014260             "CHECKPOINT - CARD " CP-COUNT-EDIT
014262             " IS NOT CUSTOMER " CP-CHECK-CUSTOMER
014264         GO TO 1300-ABORT
014266     END-IF.
014268     IF CP-RESTART-AT-CUSTOMER AND CP-START-CARD = 0
014270         DISPLAY "CARDPRNT: CUSTOMER " CP-RESTART-CUSTOMER
014272             " IS NOT IN THE MAIL EXTRACT"
014274         GO TO 1300-ABORT
014276     END-IF.
014278     IF CP-RESTART-AT-CARD AND CP-START-CARD > CP-SCAN-COUNT
014280         MOVE CP-SCAN-COUNT TO CP-COUNT-EDIT
014282         DISPLAY "CARDPRNT: RESTART CARD IS PAST THE END OF THE "
014284             "EXTRACT - " CP-COUNT-EDIT " CARDS"
014286         GO TO 1300-ABORT
014288     END-IF.
014290     IF CP-REPRINT-RUN AND CP-SELECT-LANGUAGE = SPACES
014292         AND CP-END-CARD > CP-SCAN-COUNT
014294         MOVE CP-SCAN-COUNT TO CP-COUNT-EDIT
014296         DISPLAY "CARDPRNT: REPRINT RANGE IS PAST THE END OF THE "
014298             "EXTRACT - " CP-COUNT-EDIT " CARDS"
014300         GO TO 1300-ABORT
014302     END-IF.
014304     IF CP-SELECT-LANGUAGE NOT = SPACES AND NOT CP-SECTION-FOUND
014306         DISPLAY "CARDPRNT: NO LANGUAGE SECTION "
014308             CP-SELECT-LANGUAGE " IN THE MAIL EXTRACT"
014310         GO TO 1300-ABORT
014312     END-IF.
014314     OPEN INPUT MAIL-EXTRACT-FILE.
014316     IF CP-ME-FILE-STATUS NOT = "00"
014318         DISPLAY "CARDPRNT: UNABLE TO REOPEN MAIL EXTRACT - "
014320             "STATUS " CP-ME-FILE-STATUS
014322         GO TO 1300-ABORT
014324     END-IF.
014326     SET CP-ME-OPEN TO TRUE.
014328     GO TO 1300-EXIT.
014330 1300-ABORT.
014332     MOVE 16 TO RETURN-CODE.
014334     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014336     GO TO 9999-EXIT.
014338 1300-EXIT.
014340     EXIT.
014342
014344 1350-SCAN-ONE-RECORD.
014346     ADD 1 TO CP-SCAN-COUNT.
014348     IF CP-SCAN-COUNT = CP-CHECK-CARD
014350         AND ME-CUSTOMER-ID = CP-CHECK-CUSTOMER
014352         SET CP-CHECK-MATCHED TO TRUE
014354     END-IF.
014356     IF CP-RESTART-AT-CUSTOMER AND CP-START-CARD = 0
014358         AND ME-CUSTOMER-ID = CP-RESTART-CUSTOMER
014360         MOVE CP-SCAN-COUNT TO CP-START-CARD
014362         MOVE CP-PREV-CUSTOMER TO CP-PRIOR-CUSTOMER
014364     END-IF.
014366     IF CP-SCAN-COUNT + 1 = CP-START-CARD
014368         MOVE ME-CUSTOMER-ID TO CP-PRIOR-CUSTOMER
014370     END-IF.
014372     IF ME-LANGUAGE-CODE = CP-SELECT-LANGUAGE
014374         SET CP-SECTION-FOUND TO TRUE
014376     END-IF.
014378     MOVE ME-CUSTOMER-ID TO CP-PREV-CUSTOMER.
014380     READ MAIL-EXTRACT-FILE
014382         AT END SET CP-EOF TO TRUE
014384     END-READ.
014386 1350-EXIT.
014388     EXIT.
014390
014500*----------------------------------------------------------------
014501* 1400-START-RUN-CHECKPOINT - PUT THIS RUN ON THE CHECKPOINT.
014502*                             THE ORIGINAL RUN STARTS A FRESH
014503*                             SERIES STAMPED WITH ITS OWN START.
014504*                             A RESTART FIRST LOGS THE RUN IT IS
014505*                             TAKING OVER FROM, IF THAT RUN NEVER
014506*                             REACHED ITS SUMMARY SHEET, THEN
014507*                             POINTS THE LAST GOOD CARD AT THE
014508*                             CARD BEFORE ITS STARTING POINT, SO
014509*                             A RESTART THAT ITSELF FAILS BEFORE
014510*                             PRINTING RESUMES FROM THE SAME
014511*                             PLACE. A REPRINT LEAVES THE
014512*                             CHECKPOINT ALONE.
014513*----------------------------------------------------------------
014514 1400-START-RUN-CHECKPOINT.
014515     IF CP-REPRINT-RUN
014516         GO TO 1400-EXIT
014517     END-IF.
014518     IF CP-RESTART-RUN
014519         IF NOT CC-RUN-LOGGED
014520             PERFORM 1450-LOG-INTERRUPTED-RUN THRU 1450-EXIT
014521         END-IF
014522         SET CC-RESTART-RUN TO TRUE
014523         COMPUTE CC-LAST-CARD = CP-START-CARD - 1
014524         MOVE CP-PRIOR-CUSTOMER TO CC-CUSTOMER-ID
014525     ELSE
014526         MOVE CP-CHECKPOINT-KEY TO CC-KEY
014527         MOVE CP-RUN-DATE TO CP-SERIES-DATE
014528         MOVE CP-RUN-TIME TO CP-SERIES-TIME
014529         MOVE CP-SERIES-DATE TO CC-SERIES-DATE
014530         MOVE CP-SERIES-TIME TO CC-SERIES-TIME
014531         SET CC-ORIGINAL-RUN TO TRUE
014532         MOVE 0 TO CC-LAST-CARD
014533         MOVE SPACES TO CC-CUSTOMER-ID
014534         MOVE 0 TO CC-EXTRACT-CARDS
014535     END-IF.
014536     MOVE CP-RUN-DATE TO CC-RUN-DATE.
014537     MOVE CP-RUN-TIME TO CC-RUN-TIME.
014538     MOVE CP-JOB-ID TO CC-JOB-ID.
014539     MOVE CP-START-CARD TO CC-FIRST-CARD.
014540     MOVE SPACES TO CC-LANGUAGE-CODE.
014541     MOVE 0 TO CC-SECTION-CARD.
014542     MOVE 0 TO CC-PAGE-NUMBER.
014543     MOVE 0 TO CC-RUN-CARDS.
014544     SET CC-SERIES-ACTIVE TO TRUE.
014545     MOVE "N" TO CC-LOGGED-SW.
014546     PERFORM 4100-SAVE-CHECKPOINT THRU 4100-EXIT.
014547 1400-EXIT.
014548     EXIT.
014549
014550*----------------------------------------------------------------
014551* 1450-LOG-INTERRUPTED-RUN - THE RUN ON THE CHECKPOINT STOPPED
014552*                            BEFORE ITS SUMMARY SHEET; LOG IT AS
014553*                            INTERRUPTED, CREDITING IT WITH THE
014554*                            CARDS THROUGH ITS LAST GOOD ONE.
014555*----------------------------------------------------------------
014556 1450-LOG-INTERRUPTED-RUN.
014557     MOVE CC-SERIES-DATE TO CG-SERIES-DATE.
014558     MOVE CC-SERIES-TIME TO CG-SERIES-TIME.
014559     MOVE CC-RUN-TYPE TO CG-RUN-TYPE.
014560     MOVE CC-RUN-DATE TO CG-RUN-DATE.
014561     MOVE CC-RUN-TIME TO CG-RUN-TIME.
014562     MOVE CC-JOB-ID TO CG-JOB-ID.
014563     MOVE CC-LANGUAGE-CODE TO CG-LANGUAGE-CODE.
014564     MOVE CC-FIRST-CARD TO CG-FIRST-CARD.
014565     MOVE CC-LAST-CARD TO CG-LAST-CARD.
014566     MOVE CC-RUN-CARDS TO CG-CARDS.
014567     MOVE CC-PAGE-NUMBER TO CG-PAGES.
014568     SET CG-RUN-INTERRUPTED TO TRUE.
014569     MOVE CP-SCAN-COUNT TO CG-EXTRACT-CARDS.
014570     PERFORM 6000-WRITE-LOG-RECORD THRU 6000-EXIT.
014571 1450-EXIT.
014572     EXIT.
014573
014574*----------------------------------------------------------------
014575* 3100-COMPOSE-ONE-CARD - NUMBER THE CARD IN THE EXTRACT AND IN
014576*                         ITS LANGUAGE SECTION, AND SKIP IT IF
014577*                         THIS RUN DOES NOT PRINT IT. OTHERWISE
014578*                         START A NEW LANGUAGE SECTION WHEN THE
014579*                         CODE CHANGES (THE EXTRACT ARRIVES SORTED
014580*                         BY LANGUAGE, SO EACH SECTION IS
014581*                         CONTIGUOUS), LAY OUT ONE CARD PAGE AND
014582*                         CHECKPOINT IT. THEN READ THE NEXT
014583*                         RECORD.
014584*----------------------------------------------------------------
014600 3100-COMPOSE-ONE-CARD.
014605     ADD 1 TO CP-CARD-SEQ.
014610     IF ME-LANGUAGE-CODE NOT = CP-SCAN-LANGUAGE
014615         MOVE ME-LANGUAGE-CODE TO CP-SCAN-LANGUAGE
014620         MOVE 0 TO CP-SECTION-SEQ
014625     END-IF.
014630     ADD 1 TO CP-SECTION-SEQ.
014635     PERFORM 3050-CHECK-SELECTED THRU 3050-EXIT.
014640     IF NOT CP-CARD-SELECTED
014645         GO TO 3100-READ-NEXT
014650     END-IF.
014700     IF ME-LANGUAGE-CODE NOT = CP-CURRENT-LANGUAGE
014800         PERFORM 4000-CLOSE-SECTION THRU 4000-EXIT
014900         PERFORM 2000-START-SECTION THRU 2000-EXIT
015000     END-IF.
015100     PERFORM 3200-WRITE-CARD-PAGE THRU 3200-EXIT.
015110     IF CP-FIRST-PRINTED = 0
015120         MOVE CP-CARD-SEQ TO CP-FIRST-PRINTED
015130     END-IF.
015140     MOVE CP-CARD-SEQ TO CP-LAST-PRINTED.
015150     MOVE ME-LANGUAGE-CODE TO CP-LAST-LANGUAGE.
015160     PERFORM 3300-WRITE-CHECKPOINT THRU 3300-EXIT.
015170 3100-READ-NEXT.
015200     READ MAIL-EXTRACT-FILE
015300         AT END SET CP-EOF TO TRUE
015400     END-READ.
015600     EXIT.
015700
015800*----------------------------------------------------------------
015805* 3050-CHECK-SELECTED - THE ORIGINAL RUN PRINTS EVERY CARD, A
015810*                       RESTART EVERY CARD FROM ITS STARTING POINT
015815*                       ON, A REPRINT ONLY ITS CARD RANGE OR ITS
015820*                       LANGUAGE SECTION.
015825*----------------------------------------------------------------
015830 3050-CHECK-SELECTED.
015835     MOVE "N" TO CP-CARD-SELECTED-SW.
015840     IF CP-CARD-SEQ < CP-START-CARD OR CP-CARD-SEQ > CP-END-CARD
015845         GO TO 3050-EXIT
015850     END-IF.
015855     IF CP-SELECT-LANGUAGE NOT = SPACES
015860         AND ME-LANGUAGE-CODE NOT = CP-SELECT-LANGUAGE
015865         GO TO 3050-EXIT
015870     END-IF.
015875     SET CP-CARD-SELECTED TO TRUE.
015880 3050-EXIT.
015885     EXIT.
015890
015895*----------------------------------------------------------------
015900* 2000-START-SECTION - SEPARATOR BANNER PAGE AHEAD OF A NEW
016000*                      LANGUAGE SECTION, SO THE PRINT ROOM
016100*                      KNOWS WHERE TO CHANGE CARD STOCK. ON A
016110*                      RESTART OR REPRINT THE BANNER ALSO NAMES
016120*                      THE PRINT RUN AND THE CARD THE SECTION
016130*                      PICKS UP AT.
016200*----------------------------------------------------------------
016300 2000-START-SECTION.
016400     MOVE ME-LANGUAGE-CODE TO CP-CURRENT-LANGUAGE.
017700         INTO CP-LINE-WORK.
017800     MOVE CP-LINE-WORK TO CP-PRINT-TEXT.
017900     WRITE CARD-PRINT-RECORD.
017905     IF NOT CP-ORIGINAL-RUN
017910         IF CP-RESTART-RUN
017915             MOVE "RESTART" TO CP-RUN-NAME
017920         ELSE
017925             MOVE "REPRINT" TO CP-RUN-NAME
017930         END-IF
017935         MOVE CP-CARD-SEQ TO CP-COUNT-EDIT
017940         MOVE CP-SECTION-SEQ TO CP-COUNT-EDIT-2
017945         MOVE SPACES TO CP-LINE-WORK
017950         STRING "****  " CP-RUN-NAME " OF PRINT RUN "
017955             CP-SERIES-DATE " " CP-SERIES-TIME "  -  FROM CARD "
017960             CP-COUNT-EDIT " (SECTION CARD " CP-COUNT-EDIT-2
017965             ")  ****"
017970             INTO CP-LINE-WORK
017975         MOVE CP-LINE-WORK TO CP-PRINT-TEXT
017980         WRITE CARD-PRINT-RECORD
017985     END-IF.
018000     MOVE ALL "*" TO CP-PRINT-TEXT.
018100     WRITE CARD-PRINT-RECORD.
018200 2000-EXIT.
018600* 3200-WRITE-CARD-PAGE - ONE CARD, ONE PAGE: THE GREETING
018700*                        POSITIONED AS IT APPEARS ON THE CARD,
018800*                        THE ADDRESS BLOCK BELOW IT WHERE THE
018900*                        ENVELOPE WINDOW SITS. THE FIRST LINE
018910*                        CARRIES THE CARD'S EXTRACT SEQUENCE
018920*                        NUMBER AT THE RIGHT MARGIN.
019000*----------------------------------------------------------------
019100 3200-WRITE-CARD-PAGE.
019200     MOVE "1" TO CP-CARRIAGE-CONTROL.
019300     MOVE SPACES TO CP-PRINT-TEXT.
019310     MOVE CP-CARD-SEQ TO CP-CARD-NUMBER.
019320     MOVE "CARD" TO CP-PRINT-TEXT(120:4).
019330     MOVE CP-CARD-NUMBER TO CP-PRINT-TEXT(125:8).
019400     WRITE CARD-PRINT-RECORD.
019500     ADD 1 TO CP-SECTION-PAGES.
019600     MOVE " " TO CP-CARRIAGE-CONTROL.
023000     EXIT.
023100
023200*----------------------------------------------------------------
023202* 3300-WRITE-CHECKPOINT - THE CARD JUST WRITTEN IS NOW THE LAST
023204*                         GOOD ONE: RECORD ITS SEQUENCE NUMBER,
023206*                         LANGUAGE SECTION, CARD WITHIN THE
023208*                         SECTION, PAGE AND CUSTOMER. A REPRINT
023210*                         DOES NOT CHECKPOINT - IT IS RERUN WHOLE.
023212*----------------------------------------------------------------
023214 3300-WRITE-CHECKPOINT.
023216     IF CP-REPRINT-RUN
023218         GO TO 3300-EXIT
023220     END-IF.
023222     MOVE CP-CARD-SEQ TO CC-LAST-CARD.
023224     MOVE ME-LANGUAGE-CODE TO CC-LANGUAGE-CODE.
023226     MOVE CP-SECTION-SEQ TO CC-SECTION-CARD.
023228     COMPUTE CC-PAGE-NUMBER = CP-TOTAL-PAGES + CP-SECTION-PAGES.
023230     MOVE ME-CUSTOMER-ID TO CC-CUSTOMER-ID.
023232     ADD 1 TO CC-RUN-CARDS.
023234     PERFORM 4100-SAVE-CHECKPOINT THRU 4100-EXIT.
023236 3300-EXIT.
023238     EXIT.
023240
023242*----------------------------------------------------------------
023300* 4000-CLOSE-SECTION - BANK THE FINISHED SECTION'S PAGE AND
023400*                      CARD COUNTS FOR THE SUMMARY SHEET. A
023500*                      SECTION TABLE PAST 50 LANGUAGES ABORTS -
025800     EXIT.
025900
026000*----------------------------------------------------------------
026002* 4100-SAVE-CHECKPOINT - WRITE THE CHECKPOINT RECORD, OR REWRITE
026004*                        IT ONCE IT IS ON FILE. A RUN THAT CANNOT
026006*                        CHECKPOINT ABORTS: PRINTING ON WOULD
026008*                        LEAVE NO SAFE PLACE TO RESTART FROM.
026010*----------------------------------------------------------------
026012 4100-SAVE-CHECKPOINT.
026014     MOVE CP-CHECKPOINT-KEY TO CC-KEY.
026016     IF CP-CHECKPOINT-FOUND
026018         REWRITE CARD-CHECKPOINT-RECORD
026020     ELSE
026022         WRITE CARD-CHECKPOINT-RECORD
026024         SET CP-CHECKPOINT-FOUND TO TRUE
026026     END-IF.
026028     IF CP-CC-FILE-STATUS NOT = "00"
026030         DISPLAY "CARDPRNT: UNABLE TO WRITE CARD CHECKPOINT - "
026032             "STATUS " CP-CC-FILE-STATUS
026034         MOVE 16 TO RETURN-CODE
026036         PERFORM 9000-TERMINATE THRU 9000-EXIT
026038         GO TO 9999-EXIT
026040     END-IF.
026042 4100-EXIT.
026044     EXIT.
026046
026048*----------------------------------------------------------------
026100* 5000-WRITE-SUMMARY-SHEET - CLOSING SHEET: PAGE AND CARD
026200*                            COUNTS PER LANGUAGE SECTION AND IN
026300*                            TOTAL FOR THIS RUN, FOR BALANCING
026400*                            AGAINST THE ACTIVITY-REPORT TOTALS.
026500*                            SECTION PAGE COUNTS INCLUDE THE
026600*                            BANNER PAGE. THE RUN IS THEN LOGGED
026610*                            AND THE SHEET LISTS EVERY RUN OF THE
026620*                            SERIES AND BALANCES THEM AGAINST THE
026630*                            EXTRACT.
026700*----------------------------------------------------------------
026800 5000-WRITE-SUMMARY-SHEET.
026900     MOVE "1" TO CP-CARRIAGE-CONTROL.
027000     MOVE SPACES TO CP-LINE-WORK.
027100     IF CP-ORIGINAL-RUN
027200         STRING "CARD PRINT SUMMARY - RUN "
027300             CP-RUN-DATE " " CP-RUN-TIME
027310             INTO CP-LINE-WORK
027320     ELSE
027330         STRING "CARD PRINT SUMMARY - RUN "
027340             CP-RUN-DATE " " CP-RUN-TIME " - " CP-PARM-MODE
027350             " OF PRINT RUN " CP-SERIES-DATE " " CP-SERIES-TIME
027360             INTO CP-LINE-WORK
027370     END-IF.
027400     MOVE CP-LINE-WORK TO CP-PRINT-TEXT.
027500     WRITE CARD-PRINT-RECORD.
027600     ADD 1 TO CP-TOTAL-PAGES.
028900         INTO CP-LINE-WORK.
029000     MOVE CP-LINE-WORK TO CP-PRINT-TEXT.
029100     WRITE CARD-PRINT-RECORD.
029200     IF CP-CARD-SEQ = 0
029300         MOVE SPACES TO CP-PRINT-TEXT
029400         MOVE "NO EXTRACT RECORDS - NOTHING COMPOSED"
029500             TO CP-PRINT-TEXT
029600         WRITE CARD-PRINT-RECORD
029610     ELSE
029620         IF CP-SECTION-COUNT = 0
029630             MOVE SPACES TO CP-PRINT-TEXT
029640             MOVE "NO CARDS LEFT TO PRINT - NOTHING COMPOSED"
029650                 TO CP-PRINT-TEXT
029660             WRITE CARD-PRINT-RECORD
029670         END-IF
029700     END-IF.
029710     PERFORM 5500-LOG-THIS-RUN THRU 5500-EXIT.
029720     PERFORM 5550-END-CHECKPOINT THRU 5550-EXIT.
029730     PERFORM 5600-LOAD-SERIES THRU 5600-EXIT.
029740     PERFORM 5700-CREDIT-RUNS THRU 5700-EXIT.
029750     PERFORM 5800-WRITE-SERIES-LINES THRU 5800-EXIT.
029800 5000-EXIT.
029900     EXIT.
030000
031000 5100-EXIT.
031100     EXIT.
031200
031202*----------------------------------------------------------------
031204* 5500-LOG-THIS-RUN - APPEND THIS RUN'S LINE TO THE CARD-PRINT
031206*                     LOG. ITS PAGES INCLUDE THE SUMMARY SHEET.
031208*----------------------------------------------------------------
031210 5500-LOG-THIS-RUN.
031212     MOVE CP-SERIES-DATE TO CG-SERIES-DATE.
031214     MOVE CP-SERIES-TIME TO CG-SERIES-TIME.
031216     MOVE CP-RUN-TYPE TO CG-RUN-TYPE.
031218     MOVE CP-RUN-DATE TO CG-RUN-DATE.
031220     MOVE CP-RUN-TIME TO CG-RUN-TIME.
031222     MOVE CP-JOB-ID TO CG-JOB-ID.
031224     MOVE CP-LAST-LANGUAGE TO CG-LANGUAGE-CODE.
031226     MOVE CP-FIRST-PRINTED TO CG-FIRST-CARD.
031228     MOVE CP-LAST-PRINTED TO CG-LAST-CARD.
031230     MOVE CP-TOTAL-CARDS TO CG-CARDS.
031232     MOVE CP-TOTAL-PAGES TO CG-PAGES.
031234     SET CG-RUN-ENDED TO TRUE.
031236     MOVE CP-CARD-SEQ TO CG-EXTRACT-CARDS.
031238     PERFORM 6000-WRITE-LOG-RECORD THRU 6000-EXIT.
031240 5500-EXIT.
031242     EXIT.
031244
031246*----------------------------------------------------------------
031248* 5550-END-CHECKPOINT - THE ORIGINAL RUN OR A RESTART THAT GETS
031250*                       HERE HAS PRINTED THROUGH THE END OF THE
031252*                       EXTRACT AND LOGGED ITSELF: THE SERIES IS
031254*                       ENDED AND THERE IS NOTHING LEFT TO
031256*                       RESTART.
031258*----------------------------------------------------------------
031260 5550-END-CHECKPOINT.
031262     IF CP-REPRINT-RUN
031264         GO TO 5550-EXIT
031266     END-IF.
031268     SET CC-SERIES-ENDED TO TRUE.
031270     SET CC-RUN-LOGGED TO TRUE.
031272     MOVE CP-CARD-SEQ TO CC-EXTRACT-CARDS.
031274     PERFORM 4100-SAVE-CHECKPOINT THRU 4100-EXIT.
031276 5550-EXIT.
031278     EXIT.
031280
031300*----------------------------------------------------------------
031301* 5600-LOAD-SERIES - TABLE THE LOG LINES OF THIS RUN'S SERIES, IN
031302*                    THE ORDER THE RUNS WERE MADE. ONLY THIS
031303*                    JOB'S LINES BELONG TO IT - ANOTHER PRINT
031304*                    STREAM'S SERIES MAY CARRY THE SAME START
031305*                    STAMP. A SERIES OF
031306*                    MORE THAN 100 RUNS, OR A LOG THAT CANNOT BE
031307*                    READ, CANNOT BE BALANCED.
031308*----------------------------------------------------------------
031309 5600-LOAD-SERIES.
031310     MOVE 0 TO CP-RUN-COUNT.
031311     OPEN INPUT CARD-LOG-FILE.
031312     IF CP-CG-FILE-STATUS NOT = "00"
031313         DISPLAY "CARDPRNT: UNABLE TO READ CARD-PRINT LOG - "
031314             "STATUS " CP-CG-FILE-STATUS
031315         SET CP-LOG-FULL TO TRUE
031316         GO TO 5600-EXIT
031317     END-IF.
031318     SET CP-CG-OPEN TO TRUE.
031319     MOVE "N" TO CP-CG-EOF-SW.
031320     READ CARD-LOG-FILE INTO CARD-LOG-RECORD
031321         AT END SET CP-CG-EOF TO TRUE
031322     END-READ.
031323     PERFORM 5650-LOAD-ONE-LOG-LINE THRU 5650-EXIT
031324         UNTIL CP-CG-EOF.
031325     CLOSE CARD-LOG-FILE.
031326     MOVE "N" TO CP-CG-OPEN-SW.
031327 5600-EXIT.
031328     EXIT.
031329
031330 5650-LOAD-ONE-LOG-LINE.
031331     IF CG-SERIES-DATE NOT = CP-SERIES-DATE
031332         OR CG-SERIES-TIME NOT = CP-SERIES-TIME
031333         OR CG-JOB-ID NOT = CP-JOB-ID
031334         GO TO 5650-NEXT
031335     END-IF.
031336     IF CP-RUN-COUNT >= 100
031337         SET CP-LOG-FULL TO TRUE
031338         GO TO 5650-NEXT
031339     END-IF.
031340     ADD 1 TO CP-RUN-COUNT.
031341     MOVE CG-RUN-TYPE TO CP-RT-TYPE(CP-RUN-COUNT).
031342     MOVE CG-RUN-DATE TO CP-RT-DATE(CP-RUN-COUNT).
031343     MOVE CG-RUN-TIME TO CP-RT-TIME(CP-RUN-COUNT).
031344     MOVE CG-JOB-ID TO CP-RT-JOB-ID(CP-RUN-COUNT).
031345     MOVE CG-LANGUAGE-CODE TO CP-RT-LANGUAGE(CP-RUN-COUNT).
031346     MOVE CG-FIRST-CARD TO CP-RT-FIRST(CP-RUN-COUNT).
031347     MOVE CG-LAST-CARD TO CP-RT-LAST(CP-RUN-COUNT).
031348     MOVE CG-CARDS TO CP-RT-CARDS(CP-RUN-COUNT).
031349     MOVE CG-END-STATE TO CP-RT-STATE(CP-RUN-COUNT).
031350     MOVE 0 TO CP-RT-CREDITED(CP-RUN-COUNT).
031351 5650-NEXT.
031352     READ CARD-LOG-FILE INTO CARD-LOG-RECORD
031353         AT END SET CP-CG-EOF TO TRUE
031354     END-READ.
031355 5650-EXIT.
031356     EXIT.
031357
031358*----------------------------------------------------------------
031359* 5700-CREDIT-RUNS - CREDIT EACH CARD TO THE LAST RUN THAT PRINTED
031360*                    IT. WORKING BACK FROM THE LATEST RUN, AN
031361*                    ORIGINAL OR RESTART RUN IS CREDITED WITH ITS
031362*                    CARDS UP TO THE LOWEST CARD ANY LATER RUN
031363*                    STARTED AT; CARDS A LATER RUN PRINTED AGAIN
031364*                    ARE THAT RUN'S. A REPRINT REPLACES CARDS
031365*                    ALREADY CREDITED AND IS NOT CREDITED ITSELF.
031366*                    THE CREDITED TOTAL MUST EQUAL THE EXTRACT:
031367*                    ANY LESS MEANS CARDS NEVER PRINTED.
031368*----------------------------------------------------------------
031369 5700-CREDIT-RUNS.
031370     MOVE 99999999 TO CP-NEXT-FIRST.
031371     MOVE 0 TO CP-CREDITED-TOTAL.
031372     PERFORM 5750-CREDIT-ONE-RUN THRU 5750-EXIT
031373         VARYING CP-RUN-IDX FROM CP-RUN-COUNT BY -1
031374         UNTIL CP-RUN-IDX < 1.
031375     SET CP-SUMMARY-DONE TO TRUE.
031376 5700-EXIT.
031377     EXIT.
031378
031379 5750-CREDIT-ONE-RUN.
031380     IF CP-RT-TYPE(CP-RUN-IDX) = "P"
031381         OR CP-RT-CARDS(CP-RUN-IDX) = 0
031382         GO TO 5750-EXIT
031383     END-IF.
031384     MOVE CP-RT-LAST(CP-RUN-IDX) TO CP-UPPER-CARD.
031385     IF CP-NEXT-FIRST <= CP-UPPER-CARD
031386         COMPUTE CP-UPPER-CARD = CP-NEXT-FIRST - 1
031387     END-IF.
031388     IF CP-UPPER-CARD >= CP-RT-FIRST(CP-RUN-IDX)
031389         COMPUTE CP-RT-CREDITED(CP-RUN-IDX) =
031390             CP-UPPER-CARD - CP-RT-FIRST(CP-RUN-IDX) + 1
031391     END-IF.
031392     ADD CP-RT-CREDITED(CP-RUN-IDX) TO CP-CREDITED-TOTAL.
031393     IF CP-RT-FIRST(CP-RUN-IDX) < CP-NEXT-FIRST
031394         MOVE CP-RT-FIRST(CP-RUN-IDX) TO CP-NEXT-FIRST
031395     END-IF.
031396 5750-EXIT.
031397     EXIT.
031398
031399*----------------------------------------------------------------
031400* 5800-WRITE-SERIES-LINES - ONE LINE PER RUN OF THE SERIES, THEN
031401*                           THE BALANCE OF CARDS CREDITED AGAINST
031402*                           THE EXTRACT. OUT OF BALANCE IS RC 4.
031403*----------------------------------------------------------------
031404 5800-WRITE-SERIES-LINES.
031405     MOVE " " TO CP-CARRIAGE-CONTROL.
031406     MOVE SPACES TO CP-PRINT-TEXT.
031407     WRITE CARD-PRINT-RECORD.
031408     MOVE SPACES TO CP-LINE-WORK.
031409     STRING "PRINT RUNS OF SERIES " CP-SERIES-DATE " "
031410         CP-SERIES-TIME
031411         INTO CP-LINE-WORK.
031412     MOVE CP-LINE-WORK TO CP-PRINT-TEXT.
031413     WRITE CARD-PRINT-RECORD.
031414     MOVE SPACES TO CP-PRINT-TEXT.
031415     MOVE SPACES TO CP-LINE-WORK.
031416     STRING "RUN       DATE     TIME     JOB      SECT    FIRST"
031417         "     LAST   PRINTED CREDITED  STATE"
031418         INTO CP-LINE-WORK.
031419     MOVE CP-LINE-WORK TO CP-PRINT-TEXT.
031420     WRITE CARD-PRINT-RECORD.
031421     PERFORM 5850-WRITE-ONE-RUN-LINE THRU 5850-EXIT
031422         VARYING CP-RUN-IDX FROM 1 BY 1
031423         UNTIL CP-RUN-IDX > CP-RUN-COUNT.
031424     IF CP-REPRINT-RUN AND CP-SERIES-STATE = "A"
031425         MOVE SPACES TO CP-PRINT-TEXT
031426         MOVE "SERIES STILL INTERRUPTED - RESTART IT TO COMPLETE"
031427             TO CP-PRINT-TEXT
031428         WRITE CARD-PRINT-RECORD
031429     END-IF.
031430     IF CP-LOG-FULL
031431         MOVE SPACES TO CP-PRINT-TEXT
031432         MOVE "CARD-PRINT LOG UNREADABLE OR OVER 100 RUNS"
031433             TO CP-PRINT-TEXT
031434         WRITE CARD-PRINT-RECORD
031435     END-IF.
031436     MOVE CP-CARD-SEQ TO CP-COUNT-EDIT.
031437     MOVE CP-CREDITED-TOTAL TO CP-COUNT-EDIT-2.
031438     MOVE SPACES TO CP-LINE-WORK.
031439     IF CP-CREDITED-TOTAL = CP-CARD-SEQ AND NOT CP-LOG-FULL
031440         STRING "EXTRACT CARDS " CP-COUNT-EDIT
031441             "  CARDS CREDITED " CP-COUNT-EDIT-2
031442             "  - BALANCED, EVERY CARD PRINTED EXACTLY ONCE"
031443             INTO CP-LINE-WORK
031444     ELSE
031445         STRING "EXTRACT CARDS " CP-COUNT-EDIT
031446             "  CARDS CREDITED " CP-COUNT-EDIT-2
031447             "  - OUT OF BALANCE"
031448             INTO CP-LINE-WORK
031449         DISPLAY "CARDPRNT: PRINT RUNS OUT OF BALANCE - EXTRACT "
031450             CP-COUNT-EDIT " CREDITED " CP-COUNT-EDIT-2
031451         IF RETURN-CODE < 4
031452             MOVE 4 TO RETURN-CODE
031453         END-IF
031454     END-IF.
031455     MOVE CP-LINE-WORK TO CP-PRINT-TEXT.
031456     WRITE CARD-PRINT-RECORD.
031457 5800-EXIT.
031458     EXIT.
031459
031460 5850-WRITE-ONE-RUN-LINE.
031461     EVALUATE CP-RT-TYPE(CP-RUN-IDX)
031462         WHEN "O"
031463             MOVE "ORIGINAL" TO CP-RUN-NAME
031464         WHEN "R"
031465             MOVE "RESTART" TO CP-RUN-NAME
031466         WHEN OTHER
031467             MOVE "REPRINT" TO CP-RUN-NAME
031468     END-EVALUATE.
031469     IF CP-RT-STATE(CP-RUN-IDX) = "I"
031470         MOVE "INTERRUPTED" TO CP-STATE-NAME
031471     ELSE
031472         MOVE "ENDED" TO CP-STATE-NAME
031473     END-IF.
031474     MOVE CP-RT-FIRST(CP-RUN-IDX) TO CP-COUNT-EDIT.
031475     MOVE CP-RT-LAST(CP-RUN-IDX) TO CP-COUNT-EDIT-2.
031476     MOVE CP-RT-CARDS(CP-RUN-IDX) TO CP-COUNT-EDIT-3.
031477     MOVE CP-RT-CREDITED(CP-RUN-IDX) TO CP-COUNT-EDIT-4.
031478     MOVE SPACES TO CP-LINE-WORK.
031479     STRING CP-RUN-NAME "  " CP-RT-DATE(CP-RUN-IDX) " "
031480         CP-RT-TIME(CP-RUN-IDX) " " CP-RT-JOB-ID(CP-RUN-IDX) "  "
031481         CP-RT-LANGUAGE(CP-RUN-IDX) "  " CP-COUNT-EDIT " "
031482         CP-COUNT-EDIT-2 "  " CP-COUNT-EDIT-3 " " CP-COUNT-EDIT-4
031483         "  " CP-STATE-NAME
031484         INTO CP-LINE-WORK.
031485     MOVE CP-LINE-WORK TO CP-PRINT-TEXT.
031486     WRITE CARD-PRINT-RECORD.
031487 5850-EXIT.
031488     EXIT.
031489
031490*----------------------------------------------------------------
031491* 6000-WRITE-LOG-RECORD - APPEND CARD-LOG-RECORD TO THE
031492*                         CARD-PRINT LOG, CREATING THE LOG ON ITS
031493*                         FIRST USE. A RUN THAT CANNOT LOG ITSELF
031494*                         ABORTS - THE SERIES COULD NOT BE
031495*                         BALANCED WITHOUT IT.
031496*----------------------------------------------------------------
031497 6000-WRITE-LOG-RECORD.
031498     OPEN EXTEND CARD-LOG-FILE.
031499     IF CP-CG-FILE-STATUS = "35"
031500         OPEN OUTPUT CARD-LOG-FILE
031501     END-IF.
031502     IF CP-CG-FILE-STATUS NOT = "00"
031503         DISPLAY "CARDPRNT: UNABLE TO OPEN CARD-PRINT LOG - "
031504             "STATUS " CP-CG-FILE-STATUS
031505         MOVE 16 TO RETURN-CODE
031506         PERFORM 9000-TERMINATE THRU 9000-EXIT
031507         GO TO 9999-EXIT
031508     END-IF.
031509     WRITE CARD-LOG-LINE FROM CARD-LOG-RECORD.
031510     CLOSE CARD-LOG-FILE.
031511 6000-EXIT.
031512     EXIT.
031513
031514*----------------------------------------------------------------
031515* 8000-WRITE-JOB-STATUS - APPEND THE MACHINE-READABLE STATUS
031516*                         RECORD, CARRYING THE CARDS COMPOSED AS
031517*                         THE GREETED COUNT - ONCE THE SUMMARY
031518*                         SHEET HAS BALANCED THE SERIES, THE
031519*                         SERIES' CREDITED TOTAL. A RESTART'S ROW
031520*                         CARRIES THE ORIGINAL RUN'S DATE AND A
031521*                         REPRINT'S IS WRITTEN AS "CARDPRNR".
031522*                         PERFORMED FROM 9000-TERMINATE SO THE
031523*                         ABORT PATHS LEAVE A STATUS RECORD TOO.
031524*----------------------------------------------------------------
031525 8000-WRITE-JOB-STATUS.
031526     IF CP-END-DATE = SPACES
031527         ACCEPT CP-END-DATE FROM DATE YYYYMMDD
031528         ACCEPT CP-END-TIME FROM TIME
031529     END-IF.
031530     OPEN EXTEND JOB-STATUS-FILE.
031531     IF CP-JS-FILE-STATUS = "35"
031532         OPEN OUTPUT JOB-STATUS-FILE
031533     END-IF.
031534     IF CP-JS-FILE-STATUS NOT = "00"
031535         DISPLAY "CARDPRNT: UNABLE TO OPEN JOB-STATUS FILE - "
031536             "STATUS " CP-JS-FILE-STATUS
031537         GO TO 8000-EXIT
031538     END-IF.
031539     IF CP-REPRINT-RUN
031540         MOVE "CARDPRNR" TO JS-PROGRAM-ID
031541     ELSE
031542         MOVE "CARDPRNT" TO JS-PROGRAM-ID
031543     END-IF.
031544     IF CP-RESTART-RUN AND CP-SERIES-DATE NOT = SPACES
031545         MOVE CP-SERIES-DATE TO JS-RUN-DATE
031546     ELSE
031547         MOVE CP-RUN-DATE TO JS-RUN-DATE
031548     END-IF.
031549     MOVE CP-RUN-TIME TO JS-RUN-TIME.
031550     MOVE CP-END-DATE TO JS-END-DATE.
031551     MOVE CP-END-TIME TO JS-END-TIME.
031552     MOVE CP-JOB-ID TO JS-JOB-ID.
031553     MOVE SPACE TO JS-PARTITION-ID.
031554     IF CP-SUMMARY-DONE AND NOT CP-REPRINT-RUN
031555         MOVE CP-CREDITED-TOTAL TO JS-GREETED-COUNT
031556     ELSE
031557         MOVE CP-TOTAL-CARDS TO JS-GREETED-COUNT
031558     END-IF.
031559     MOVE ZERO TO JS-EXCEPTION-COUNT.
031560     MOVE ZERO TO JS-SKIP-COUNT.
031561     MOVE ZERO TO JS-FALLBACK-COUNT.
031562     MOVE ZERO TO JS-SUPPRESS-COUNT.
031563     MOVE ZERO TO JS-UNDELIV-COUNT.
031564     IF RETURN-CODE = 16
031565         MOVE "F" TO JS-CHECKPOINT-STATE
031566     ELSE
031567         MOVE "E" TO JS-CHECKPOINT-STATE
031568     END-IF.
031569     MOVE RETURN-CODE TO JS-RETURN-CODE.
031570     MOVE SPACES TO JS-CAMPAIGN-CODE.
031571     MOVE ZERO TO JS-NO-ADDRESS-COUNT.
031572     IF CP-RESTART-RUN
031573         MOVE "Y" TO JS-RESTART-FLAG
031574     ELSE
031575         MOVE "N" TO JS-RESTART-FLAG
031576     END-IF.
031577     MOVE ZERO TO JS-CARD-COUNT.
031578     MOVE ZERO TO JS-ELECTRONIC-COUNT.
031579     WRITE JOB-STATUS-RECORD.
031580     CLOSE JOB-STATUS-FILE.
031581 8000-EXIT.
031582     EXIT.
031583
031584*----------------------------------------------------------------
031585* 9000-TERMINATE - WRITE THE JOB-STATUS RECORD, THEN CLOSE
031586*                  WHATEVER FILES THIS RUN ACTUALLY OPENED.
031587*                  EVERY EXIT - NORMAL OR ABORT - COMES THROUGH
031588*                  HERE, SO THE SCHEDULER ALWAYS GETS A STATUS
031589*                  RECORD. A RUN THAT ABORTS PARTWAY THROUGH
031600*                  1000-INITIALIZE MAY NOT HAVE OPENED EVERY
031700*                  FILE YET, AND CLOSING ONE THAT WAS NEVER
031800*                  OPENED IS A FATAL RUNTIME ERROR, NOT A NO-OP.
031900*----------------------------------------------------------------
032000 9000-TERMINATE.
032010     PERFORM 8000-WRITE-JOB-STATUS THRU 8000-EXIT.
032100     IF CP-ME-OPEN
032200         CLOSE MAIL-EXTRACT-FILE
032300     END-IF.
032400     IF CP-CP-OPEN
032500         CLOSE CARD-PRINT-FILE
032600     END-IF.
032610     IF CP-CC-OPEN
032620         CLOSE CARD-CHECKPOINT-FILE
032630     END-IF.
032640     IF CP-CG-OPEN
032650         CLOSE CARD-LOG-FILE
032660     END-IF.
032700 9000-EXIT.
032800     EXIT.
032900
