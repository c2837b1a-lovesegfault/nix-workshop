001885*                  THAT STILL OVERFLOWS IT IS NOW REPORTED AT
001886*                  LOAD TIME INSTEAD OF THE EXTRA LANGUAGES
001887*                  SILENTLY GREETING IN ENGLISH.
001888*   2026-09-17 RH  THE PHRASE TABLE NOW HOLDS 300 ENTRIES - 50
001890*                  LANGUAGES TIMES SIX OCCASIONS - NOW THAT
001892*                  CAMPAIGNS CAN GREET WITH OCCASION CODES OF
001894*                  THEIR OWN.
001896*----------------------------------------------------------------
001900
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002950*                   CODE, LOADED FROM THE PHRASE MASTER ON THE
003000*                   FIRST CALL OF THE RUN. THE ORDINARY ENGLISH
003100*                   ENTRY DOUBLES AS THE LAST-RESORT FALLBACK
003200*                   PHRASE FOR CODES NOT ON FILE. 300 ENTRIES =
003210*                   THE SHOP'S 50-LANGUAGE CAPACITY (EDITNAM'S
003220*                   EDIT TABLE) TIMES SIX OCCASIONS - BIRTHDAY,
003222*                   ANNIVERSARY, THE ORDINARY GREETING AND ROOM
003224*                   FOR THREE CAMPAIGN OCCASIONS; A
003230*                   MASTER PAST THAT IS REPORTED AT LOAD TIME,
003240*                   NOT SILENTLY CUT OFF.
003300*----------------------------------------------------------------
003400 01  GT-PHRASE-TABLE.
003500     05  GT-PHRASE-ENTRY OCCURS 300 TIMES.
003600         10  GT-PHRASE-LANG-CODE PIC X(02).
003650         10  GT-PHRASE-OCCASION  PIC X(02).
003700         10  GT-PHRASE-PHRASE    PIC X(12).
006050         AT END SET GT-PM-EOF TO TRUE
006060     END-READ.
006070     PERFORM 0600-LOAD-ONE-PHRASE THRU 0600-EXIT
006080         UNTIL GT-PM-EOF OR GT-PHRASE-COUNT >= 300.
006082     IF NOT GT-PM-EOF
006084         DISPLAY "GREET: PHRASE MASTER EXCEEDS 300 ROWS - "
006086             "ROWS PAST THE TABLE ARE NOT LOADED"
006088     END-IF.
006090     CLOSE PHRASE-MASTER-FILE.
