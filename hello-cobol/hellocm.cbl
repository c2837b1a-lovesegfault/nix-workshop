004247*                  ROWS RECONCILE AS OCCASION GREETINGS INSTEAD
004248*                  OF FAILING THE NIGHTLY AS DOUBLES OR
004249*                  ORPHANS.
004250*   2026-09-17 RH  CLEARS THE NEW JOB-STATUS CAMPAIGN CODE, WHICH
004251*                  ONLY CAMPRUN'S ROWS CARRY.
004252*   2026-09-21 RH  THE JOB-STATUS ROW NOW CARRIES THE NO-ADDRESS
004253*                  COUNT AND FLAGS A RUN THAT RESUMED FROM A
004254*                  CHECKPOINT, SO MAILREL CAN BALANCE THE MAIL
004255*                  EXTRACT AGAINST GREETED LESS NO-ADDRESS ACROSS
004256*                  EVERY LEG OF A RESTARTED NIGHT.
004257*   2026-09-24 RH  A CUSTOMER WHOSE MASTER RECORD ASKS FOR EMAIL,
004258*                  WITH AN ADDRESS ON FILE THAT HAS NOT BOUNCED,
004259*                  IS NOW GREETED ELECTRONICALLY: WRITTEN TO THE
004260*                  NEW ELECTRONIC-DELIVERY EXTRACT (EMAILEXT) IN
004261*                  PLACE OF THE MAIL EXTRACT, SO CARDPRNT NEVER
004262*                  SEES THEM. A BOUNCED EMAIL CUSTOMER FALLS BACK
004263*                  TO A CARD UNTIL CUSTLOAD CLEARS THE BOUNCE. THE
004264*                  EMAIL WORK FILE RESTARTS AND SORTS EXACTLY LIKE
004265*                  THE MAIL WORK FILE. THE TRAILER, THE FORECAST
004266*                  AND THE JOB-STATUS ROW NOW SPLIT THE GREETED
004267*                  COUNT INTO CARD AND ELECTRONIC.
004268*   2026-10-15 RH  AN UNDELIVERABLE POSTAL ADDRESS NOW SKIPS ONLY
004269*                  A CARD CUSTOMER - AN EMAIL GREETING NEVER USES
004270*                  IT, SO THE CHANNEL IS CHOSEN FIRST.
004271*----------------------------------------------------------------
004272
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
007340
007350     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
007360
007362     SELECT EMAIL-WORK-FILE ASSIGN TO "EMAILWRK"
007364         ORGANIZATION IS LINE SEQUENTIAL
007366         FILE STATUS IS HC-EW-FILE-STATUS.
007368
007370     SELECT EMAIL-EXTRACT-FILE ASSIGN TO "EMAILEXT"
007372         ORGANIZATION IS LINE SEQUENTIAL
007374         FILE STATUS IS HC-EE-FILE-STATUS.
007376
007378     SELECT SORT-EMAIL-FILE ASSIGN TO "SORTWK06".
007380
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  CUSTOMER-MASTER-FILE.
009339     05  SR-POSTAL-CODE          PIC X(10).
009359     05  FILLER                  PIC X(172).
009379
009380 FD  EMAIL-WORK-FILE.
009381     COPY EMAILEXT.
009382
009383 FD  EMAIL-EXTRACT-FILE.
009384 01  EMAIL-EXTRACT-OUT           PIC X(152).
009385
009386 SD  SORT-EMAIL-FILE.
009387 01  SORT-EMAIL-RECORD.
009388     05  SE-LANGUAGE-CODE        PIC X(02).
009389     05  SE-CUSTOMER-ID          PIC X(10).
009390     05  FILLER                  PIC X(140).
009391
009400 WORKING-STORAGE SECTION.
009500 77  HC-EOF-SW               PIC X(01) VALUE "N".
009600     88  HC-EOF                        VALUE "Y".
012100 77  HC-CP-QUOTIENT          PIC 9(08) COMP.
012200 77  HC-CP-REMAINDER         PIC 9(08) COMP.
012300 77  HC-RESTART-KEY          PIC X(10) VALUE SPACES.
012310 77  HC-RESTART-SW           PIC X(01) VALUE "N".
012320     88  HC-RESTARTED                 VALUE "Y".
012400 77  HC-FORMATTED-GREETING   PIC X(80).
012500 77  HC-SALUTATION-SWITCH    PIC X(01) VALUE "N".
012520 77  HC-FALLBACK-SWITCH      PIC X(01) VALUE "N".
013400 77  HC-ENV-NAME             PIC X(20).
013500 77  HC-JOB-ID               PIC X(08).
013600 77  HC-TERMINAL-ID          PIC X(08).
013610 77  HC-EW-FILE-STATUS       PIC X(02).
013620 77  HC-EW-OPEN-SW           PIC X(01) VALUE "N".
013630     88  HC-EW-OPEN                    VALUE "Y".
013640 77  HC-EE-FILE-STATUS       PIC X(02).
013650 77  HC-ELECTRONIC-SW        PIC X(01) VALUE "N".
013660     88  HC-ELECTRONIC                 VALUE "Y".
013670 77  HC-CARD-COUNT           PIC 9(08) COMP VALUE 0.
013680 77  HC-ELECTRONIC-COUNT     PIC 9(08) COMP VALUE 0.
013700 01  HC-REPORT-LINE          PIC X(132).
013710 01  HC-EVENT-DATE-X.
013720     05  HC-EVENT-YEAR       PIC 9(04).
013795         10  HC-LANG-GREET-CNT   PIC 9(08) COMP.
013796         10  HC-LANG-SKIP-CNT    PIC 9(08) COMP.
013797         10  HC-LANG-FALL-CNT    PIC 9(08) COMP.
013799         10  HC-LANG-EMAIL-CNT   PIC 9(08) COMP.
013800 77  HC-ARGLEN               PIC 9(04) COMP.
013900 77  HC-PARM                 PIC X(08) VALUE SPACES.
014000     88  HC-RESTART-REQUESTED          VALUE "RESTART ".
025100         NOT INVALID KEY
025200             IF HC-RESTART-REQUESTED
025300                 MOVE CK-LAST-CUSTOMER-ID TO HC-RESTART-KEY
025310                 SET HC-RESTARTED TO TRUE
025400                 SET HC-CHECKPOINT-FOUND TO TRUE
025500             ELSE
025600                 DELETE CHECKPOINT-FILE
026148         GO TO 9999-EXIT
026150     END-IF.
026152     SET HC-MW-OPEN TO TRUE.
026153     PERFORM 1650-OPEN-EMAIL-WORK THRU 1650-EXIT.
026154 1600-EXIT.
026156     EXIT.
026200
026300*----------------------------------------------------------------
026302* 1650-OPEN-EMAIL-WORK - OPEN THE UNSORTED EMAIL-EXTRACT WORK
026304*                        FILE THE SAME WAY: STARTED OVER ON A
026306*                        FRESH RUN, EXTENDED ON A RESTART.
026308*----------------------------------------------------------------
026310 1650-OPEN-EMAIL-WORK.
026312     IF HC-RESTART-KEY NOT = SPACES
026314         OPEN EXTEND EMAIL-WORK-FILE
026316         IF HC-EW-FILE-STATUS = "35"
026318             OPEN OUTPUT EMAIL-WORK-FILE
026320         END-IF
026322     ELSE
026324         OPEN OUTPUT EMAIL-WORK-FILE
026326     END-IF.
026328     IF HC-EW-FILE-STATUS NOT = "00"
026330         DISPLAY "HELLOCM: UNABLE TO OPEN EMAIL WORK FILE - "
026332             "STATUS " HC-EW-FILE-STATUS
026334         MOVE 16 TO RETURN-CODE
026336         PERFORM 9000-TERMINATE THRU 9000-EXIT
026338         GO TO 9999-EXIT
026340     END-IF.
026342     SET HC-EW-OPEN TO TRUE.
026344 1650-EXIT.
026346     EXIT.
026348
026350*----------------------------------------------------------------
026400* 2000-SKIP-PROCESSED - START PAST THE LAST CUSTOMER GREETED BY
026500*                       A PRIOR RUN, OR AT THE BOTTOM OF THE
026520*                       PARTITION'S KEY RANGE, THEN PRIME THE
028420*                       FREQUENCY WINDOW, IS COUNTED AND
028430*                       SKIPPED, NOT GREETED - THE RECORD STILL
028440*                       ADVANCES THE CHECKPOINT POSITION LIKE
028442*                       ANY OTHER. A CUSTOMER GREETED
028443*                       ELECTRONICALLY GOES TO THE EMAIL WORK
028444*                       FILE INSTEAD OF THE MAIL WORK FILE; BOTH
028445*                       KINDS ARE PRINTED, AUDITED AND ENTERED
028446*                       IN THE GREETING HISTORY ALIKE. THE
028447*                       CHANNEL IS CHOSEN FIRST, SO A POSTAL
028448*                       ADDRESS MARKED UNDELIVERABLE SKIPS ONLY
028449*                       A CUSTOMER WHO WOULD GET A CARD.
028450*----------------------------------------------------------------
028600 3100-PROCESS-RECORD.
028700     ADD 1 TO HC-RECORD-COUNT.
028701     PERFORM 3320-CHOOSE-CHANNEL THRU 3320-EXIT.
028702     PERFORM 3060-CHECK-SUPPRESSION THRU 3060-EXIT.
028704     IF HC-SUPPRESSED
028706         ADD 1 TO HC-SUPPRESS-COUNT
028708         GO TO 3100-NEXT
028709     END-IF.
028710     IF CM-UNDELIVERABLE AND NOT HC-ELECTRONIC
028711         ADD 1 TO HC-UNDELIV-COUNT
028712         GO TO 3100-NEXT
028713     END-IF.
028742         END-IF
028750     END-IF.
028800     PERFORM 3300-BUILD-GREETING THRU 3300-EXIT.
028801     IF HC-ELECTRONIC
028802         ADD 1 TO HC-ELECTRONIC-COUNT
028803     ELSE
028804         ADD 1 TO HC-CARD-COUNT
028805     END-IF.
028810     IF HC-FORECAST-MODE
028820         PERFORM 3170-TALLY-FORECAST-GREET THRU 3170-EXIT
028822         IF HC-ELECTRONIC
028824             ADD 1 TO HC-LANG-EMAIL-CNT(HC-LANG-MATCH-IDX)
028826         END-IF
028830         ADD 1 TO HC-GREETED-COUNT
028840         GO TO 3100-NEXT
028850     END-IF.
028900     DISPLAY FUNCTION TRIM(HC-FORMATTED-GREETING).
029000     PERFORM 3400-WRITE-PRINT-LINE THRU 3400-EXIT.
029050     IF HC-ELECTRONIC
029060         PERFORM 3430-WRITE-EMAIL-EXTRACT THRU 3430-EXIT
029070     ELSE
029080         PERFORM 3420-WRITE-MAIL-EXTRACT THRU 3420-EXIT
029090     END-IF.
029100     IF HC-REPORT-DETAIL
029110         PERFORM 3450-WRITE-REPORT-DETAIL THRU 3450-EXIT
029120     END-IF.
030639         MOVE 0 TO HC-LANG-GREET-CNT(HC-LANG-COUNT)
030642         MOVE 0 TO HC-LANG-SKIP-CNT(HC-LANG-COUNT)
030646         MOVE 0 TO HC-LANG-FALL-CNT(HC-LANG-COUNT)
030648         MOVE 0 TO HC-LANG-EMAIL-CNT(HC-LANG-COUNT)
030649     END-IF.
030653     MOVE HC-LANG-COUNT TO HC-LANG-MATCH-IDX.
030656 3190-EXIT.
032800     EXIT.
032900
033000*----------------------------------------------------------------
033002* 3320-CHOOSE-CHANNEL - A CUSTOMER WHO ASKED FOR EMAIL IS GREETED
033004*                       ELECTRONICALLY AS LONG AS AN ADDRESS IS
033006*                       ON FILE AND BNCLOAD HAS NOT MARKED IT
033008*                       BOUNCED; EVERYONE ELSE, A BOUNCED EMAIL
033010*                       CUSTOMER INCLUDED, GETS A CARD. THE
033012*                       CHANNEL IS CHOSEN BEFORE THE
033014*                       UNDELIVERABLE-ADDRESS CHECK, AND COUNTED
033016*                       ONLY ONCE THE CUSTOMER IS GREETED.
033018*----------------------------------------------------------------
033020 3320-CHOOSE-CHANNEL.
033022     MOVE "N" TO HC-ELECTRONIC-SW.
033024     IF CM-CHANNEL-EMAIL
033026         AND NOT CM-EMAIL-BOUNCED
033028         AND CM-EMAIL-ADDRESS NOT = SPACES
033030         SET HC-ELECTRONIC TO TRUE
033032     END-IF.
033040 3320-EXIT.
033042     EXIT.
033044
033046*----------------------------------------------------------------
033100* 3350-RESOLVE-SALUTATION-NAME - BUILD THE FIRST/LAST FALLBACK
033200*                                NAME FOR THE AUDIT LOG AND
033300*                                REPORT. THE COMBINED NAME CAN RUN
037068     EXIT.
037100
037200*----------------------------------------------------------------
037205* 3430-WRITE-EMAIL-EXTRACT - ADD THE CUSTOMER JUST GREETED
037210*                            ELECTRONICALLY TO THE UNSORTED EMAIL
037215*                            WORK FILE. NO POSTAL ADDRESS IS
037220*                            NEEDED, SO THESE CUSTOMERS NEVER
037225*                            COUNT AS NO USABLE ADDRESS.
037230*----------------------------------------------------------------
037235 3430-WRITE-EMAIL-EXTRACT.
037240     MOVE CM-LANGUAGE-CODE TO EE-LANGUAGE-CODE.
037245     MOVE CM-CUSTOMER-ID TO EE-CUSTOMER-ID.
037250     MOVE CM-EMAIL-ADDRESS TO EE-EMAIL-ADDRESS.
037255     MOVE HC-FORMATTED-GREETING TO EE-GREETING.
037260     WRITE EMAIL-EXTRACT-RECORD.
037265 3430-EXIT.
037270     EXIT.
037275
037280*----------------------------------------------------------------
037300* 3450-WRITE-REPORT-DETAIL - ADD ONE LINE TO THE ACTIVITY REPORT
037400*                            FOR THE CUSTOMER JUST GREETED, SO
037500*                            THE END-OF-RUN REPORT CARRIES THE
041400     EXIT.
041500
041600*----------------------------------------------------------------
041602* 4400-SORT-EMAIL-EXTRACT - SORT THE NIGHT'S EMAIL WORK FILE BY
041604*                           LANGUAGE AND CUSTOMER ID INTO THE
041606*                           ELECTRONIC-DELIVERY EXTRACT.
041608*                           PERFORMED FROM 4800-SORT-MAIL-
041610*                           EXTRACT ONLY AFTER A CLEAN END, SO
041612*                           THE EMAIL VENDOR, LIKE THE MAIL
041614*                           HOUSE, NEVER SEES A PARTIAL NIGHT -
041616*                           AN ABORTED RUN LEAVES THE WORK FILE
041618*                           IN PLACE FOR THE RESTART TO EXTEND.
041620*----------------------------------------------------------------
041622 4400-SORT-EMAIL-EXTRACT.
041624     IF NOT HC-EW-OPEN
041626         GO TO 4400-EXIT
041628     END-IF.
041630     CLOSE EMAIL-WORK-FILE.
041632     MOVE "N" TO HC-EW-OPEN-SW.
041634     SORT SORT-EMAIL-FILE
041636         ON ASCENDING KEY SE-LANGUAGE-CODE
041638         ON ASCENDING KEY SE-CUSTOMER-ID
041640         USING EMAIL-WORK-FILE
041642         GIVING EMAIL-EXTRACT-FILE.
041644 4400-EXIT.
041646     EXIT.
041648
041650*----------------------------------------------------------------
041700* 4500-CLEAR-CHECKPOINT - A NORMAL, SUCCESSFUL END OF RUN MEANS
041800*                         THE WHOLE CUSTOMER MASTER WAS GREETED,
041900*                         SO ANY CHECKPOINT ON FILE NO LONGER
043044         ON ASCENDING KEY SR-POSTAL-CODE
043046         USING MAIL-WORK-FILE
043048         GIVING MAIL-EXTRACT-FILE.
043049     PERFORM 4400-SORT-EMAIL-EXTRACT THRU 4400-EXIT.
043050 4800-EXIT.
043052     EXIT.
043054
043064*                               LANGUAGE CODE, SO CARD STOCK
043066*                               AND POSTAGE CAN BE ORDERED IN
043068*                               THE AFTERNOON AGAINST WHAT
043070*                               TONIGHT WILL ACTUALLY MAIL - LESS
043071*                               THE EMAIL COLUMN, NEEDING NO CARD.
043072*----------------------------------------------------------------
043074 4900-WRITE-FORECAST-SECTION.
043076     MOVE SPACES TO HC-REPORT-LINE.
043078     STRING "FORECAST BY LANGUAGE - WOULD GREET / WOULD SKIP"
043080         " / ENGLISH FALLBACKS / EMAIL"
043082         INTO HC-REPORT-LINE.
043084     WRITE REPORT-RECORD FROM HC-REPORT-LINE.
043086     PERFORM 4950-WRITE-ONE-LANGUAGE THRU 4950-EXIT
043154     MOVE HC-LANG-FALL-CNT(HC-LANG-IDX) TO HC-COUNT-EDIT.
043161     STRING "  FALLBACK " HC-COUNT-EDIT
043167         INTO HC-REPORT-LINE(44:).
043169     MOVE HC-LANG-EMAIL-CNT(HC-LANG-IDX) TO HC-COUNT-EDIT.
043171     STRING "  EMAIL " HC-COUNT-EDIT
043173         INTO HC-REPORT-LINE(63:).
043174     WRITE REPORT-RECORD FROM HC-REPORT-LINE.
043180 4950-EXIT.
043187     EXIT.
044200         INTO HC-REPORT-LINE.
044300     WRITE REPORT-RECORD FROM HC-REPORT-LINE.
044400     MOVE SPACES TO HC-REPORT-LINE.
044405     MOVE HC-CARD-COUNT TO HC-COUNT-EDIT.
044410     STRING "GREETED - CARD: " HC-COUNT-EDIT
044415         INTO HC-REPORT-LINE.
044420     WRITE REPORT-RECORD FROM HC-REPORT-LINE.
044425     MOVE SPACES TO HC-REPORT-LINE.
044430     MOVE HC-ELECTRONIC-COUNT TO HC-COUNT-EDIT.
044435     STRING "GREETED - ELECTRONIC: " HC-COUNT-EDIT
044440         INTO HC-REPORT-LINE.
044445     WRITE REPORT-RECORD FROM HC-REPORT-LINE.
044450     MOVE SPACES TO HC-REPORT-LINE.
044500     MOVE HC-EXCEPTION-COUNT TO HC-COUNT-EDIT.
044600     STRING "NAME EXCEPTIONS: " HC-COUNT-EDIT
044700         INTO HC-REPORT-LINE.
045570     MOVE HC-JOB-ID TO JS-JOB-ID.
045572     MOVE HC-PARTITION-ID TO JS-PARTITION-ID.
045574     MOVE HC-GREETED-COUNT TO JS-GREETED-COUNT.
045575     MOVE HC-CARD-COUNT TO JS-CARD-COUNT.
045576     MOVE HC-EXCEPTION-COUNT TO JS-EXCEPTION-COUNT.
045577     MOVE HC-ELECTRONIC-COUNT TO JS-ELECTRONIC-COUNT.
045578     MOVE HC-SKIPPED-COUNT TO JS-SKIP-COUNT.
045579     MOVE HC-NO-ADDRESS-COUNT TO JS-NO-ADDRESS-COUNT.
045580     MOVE HC-FALLBACK-COUNT TO JS-FALLBACK-COUNT.
045581     MOVE HC-SUPPRESS-COUNT TO JS-SUPPRESS-COUNT.
045582     MOVE HC-UNDELIV-COUNT TO JS-UNDELIV-COUNT.
045588         WHEN OTHER
045589             MOVE "E" TO JS-CHECKPOINT-STATE
045590     END-EVALUATE.
045591     MOVE HC-RESTART-SW TO JS-RESTART-FLAG.
045592     MOVE RETURN-CODE TO JS-RETURN-CODE.
045593     MOVE SPACES TO JS-CAMPAIGN-CODE.
045594     WRITE JOB-STATUS-RECORD.
045596     CLOSE JOB-STATUS-FILE.
045598 8000-EXIT.
048000     IF HC-RF-OPEN
048100         CLOSE REPORT-FILE
048200     END-IF.
048210     IF HC-EW-OPEN
048220         CLOSE EMAIL-WORK-FILE
048230     END-IF.
048300 9000-EXIT.
048400     EXIT.
048500
