000100*----------------------------------------------------------------
000200* CARDLOG    - CARD-PRINT LOG RECORD. CARDPRNT APPENDS ONE LINE
000300*              PER PRINT RUN: THE ORIGINAL RUN OVER A MAIL
000400*              EXTRACT ("O"), EACH RESTART OF IT ("R") AND EACH
000500*              REPRINT OF A CARD RANGE OR LANGUAGE SECTION ("P").
000600*              CG-SERIES-DATE AND CG-SERIES-TIME ARE THE ORIGINAL
000700*              RUN'S START STAMP; WITH CG-JOB-ID THEY TIE A
000800*              SERIES' LINES TOGETHER, SINCE TWO PRINT STREAMS'
000900*              SERIES MAY START IN THE SAME SECOND.
001000*              CG-FIRST-CARD AND CG-LAST-CARD ARE EXTRACT SEQUENCE
001100*              NUMBERS; CG-LANGUAGE-CODE IS THE SECTION OF THE
001200*              RUN'S LAST CARD - THE SECTION REPRINTED, OR THE ONE
001300*              AN INTERRUPTED RUN STOPPED IN.
001400*
001500*              CG-END-STATE IS "E" FOR A RUN THAT REACHED ITS
001600*              SUMMARY SHEET AND "I" FOR ONE THAT WAS INTERRUPTED;
001700*              AN INTERRUPTED RUN'S LINE IS WRITTEN BY THE RESTART
001800*              THAT FOLLOWS IT, FROM THE CHECKPOINT IT LEFT, AND
001900*              ITS PAGE COUNT IS THE PAGE OF ITS LAST GOOD CARD.
002000*              CG-EXTRACT-CARDS IS THE EXTRACT'S CARD COUNT AS
002100*              THE RUN SAW IT.
002200*----------------------------------------------------------------
002300 01  CARD-LOG-RECORD.
002400     05  CG-SERIES-DATE          PIC X(08).
002500     05  CG-SERIES-TIME          PIC X(08).
002600     05  CG-RUN-TYPE             PIC X(01).
002700         88  CG-ORIGINAL-RUN              VALUE "O".
002800         88  CG-RESTART-RUN               VALUE "R".
002900         88  CG-REPRINT-RUN               VALUE "P".
003000     05  CG-RUN-DATE             PIC X(08).
003100     05  CG-RUN-TIME             PIC X(08).
003200     05  CG-JOB-ID               PIC X(08).
003300     05  CG-LANGUAGE-CODE        PIC X(02).
003400     05  CG-FIRST-CARD           PIC 9(08).
003500     05  CG-LAST-CARD            PIC 9(08).
003600     05  CG-CARDS                PIC 9(08).
003700     05  CG-PAGES                PIC 9(08).
003800     05  CG-END-STATE            PIC X(01).
003900         88  CG-RUN-ENDED                 VALUE "E".
004000         88  CG-RUN-INTERRUPTED           VALUE "I".
004100     05  CG-EXTRACT-CARDS        PIC 9(08).
