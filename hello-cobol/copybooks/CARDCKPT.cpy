000100*----------------------------------------------------------------
000200* CARDCKPT   - CARD-PRINT CHECKPOINT RECORD. ONE RECORD PER PRINT
000300*              STREAM, KEYED BY THE JOB NAME THE STREAM PRINTS
000400*              UNDER ("CARDPRNT" WHEN THERE IS NONE), SO THE
000500*              NIGHTLY, REISSUE AND CAMPAIGN BATCHES NEVER SHARE
000600*              ONE. REWRITTEN BY CARDPRNT AFTER EVERY CARD
000700*              IT PRINTS, SO A RUN STOPPED BY A JAM OR BY RUNNING
000800*              OUT OF CARD STOCK CAN BE RESTARTED FROM THE LAST
000900*              GOOD CARD INSTEAD OF FROM THE TOP OF THE EXTRACT.
001000*
001100*              CC-SERIES-DATE AND CC-SERIES-TIME STAMP THE
001200*              ORIGINAL PRINT RUN OVER THE EXTRACT; ITS RESTARTS
001300*              AND REPRINTS CARRY THE SAME STAMP ON THE CARD-PRINT
001400*              LOG (CARDLOG LAYOUT). THE CC-RUN- FIELDS DESCRIBE
001500*              THE RUN NOW ON THE PRINTER: CC-FIRST-CARD IS THE
001600*              EXTRACT SEQUENCE NUMBER IT STARTED AT, CC-LAST-CARD
001700*              THE LAST CARD IT WROTE, CC-SECTION-CARD THAT CARD'S
001800*              NUMBER WITHIN ITS LANGUAGE SECTION, CC-PAGE-NUMBER
001900*              ITS PAGE WITHIN THE RUN AND CC-RUN-CARDS THE CARDS
002000*              THE RUN HAS WRITTEN SO FAR.
002100*
002200*              CC-STATE IS "A" WHILE A RUN IS ON THE PRINTER AND
002300*              "E" ONCE THE ORIGINAL RUN OR A RESTART HAS PRINTED
002400*              THROUGH THE END OF THE EXTRACT. CC-LOGGED-SW IS "Y"
002500*              ONCE THE RUN'S LINE IS ON THE CARD-PRINT LOG, SO A
002600*              RESTART LOGS AN INTERRUPTED RUN EXACTLY ONCE.
002700*              CC-EXTRACT-CARDS IS THE EXTRACT'S CARD COUNT, SET
002800*              WHEN THE SERIES ENDS.
002900*----------------------------------------------------------------
003000 01  CARD-CHECKPOINT-RECORD.
003100     05  CC-KEY                  PIC X(08).
003200     05  CC-SERIES-DATE          PIC X(08).
003300     05  CC-SERIES-TIME          PIC X(08).
003400     05  CC-RUN-TYPE             PIC X(01).
003500         88  CC-ORIGINAL-RUN              VALUE "O".
003600         88  CC-RESTART-RUN               VALUE "R".
003700     05  CC-RUN-DATE             PIC X(08).
003800     05  CC-RUN-TIME             PIC X(08).
003900     05  CC-JOB-ID               PIC X(08).
004000     05  CC-FIRST-CARD           PIC 9(08).
004100     05  CC-LAST-CARD            PIC 9(08).
004200     05  CC-LANGUAGE-CODE        PIC X(02).
004300     05  CC-SECTION-CARD         PIC 9(08).
004400     05  CC-PAGE-NUMBER          PIC 9(08).
004500     05  CC-CUSTOMER-ID          PIC X(10).
004600     05  CC-RUN-CARDS            PIC 9(08).
004700     05  CC-STATE                PIC X(01).
004800         88  CC-SERIES-ACTIVE             VALUE "A".
004900         88  CC-SERIES-ENDED              VALUE "E".
005000     05  CC-LOGGED-SW            PIC X(01).
005100         88  CC-RUN-LOGGED                VALUE "Y".
005200     05  CC-EXTRACT-CARDS        PIC 9(08).
