000100*----------------------------------------------------------------
000200* CAMPREC    - CAMPAIGN-MASTER RECORD LAYOUT (INDEXED FILE)
000300*              KEYED BY CA-CAMPAIGN-CODE. ONE RECORD PER
000400*              MARKETING MAILING, MAINTAINED BY CAMPMNT AND
000500*              READ BY THE CAMPRUN DRIVER, WHICH SELECTS FROM
000600*              THE CUSTOMER MASTER BY THE CRITERIA BELOW.
000700*
000800*              CA-START-DATE AND CA-END-DATE (YYYYMMDD) BOUND
000900*              THE DAYS THE CAMPAIGN MAY RUN. CA-OCCASION-CODE
001000*              IS THE PHRASE-MASTER OCCASION CODE THE CARDS
001100*              ARE GREETED WITH - BLANK FOR THE ORDINARY
001200*              GREETING.
001300*
001400*              EACH SELECTION CRITERION IS A LIST; BLANK
001500*              ENTRIES ARE IGNORED AND A WHOLLY BLANK LIST
001600*              SELECTS EVERYONE. A CUSTOMER IS SELECTED ONLY
001700*              WHEN EVERY NON-BLANK CRITERION MATCHES: ITS
001800*              LANGUAGE CODE IS IN CA-LANGUAGE-CODE, ITS STATE
001900*              IS IN CA-STATE, ITS POSTAL CODE FALLS IN ONE OF
002000*              THE CA-POSTAL-LOW/CA-POSTAL-HIGH RANGES
002100*              (INCLUSIVE; A BLANK HIGH MEANS THE LOW VALUE
002200*              ONLY), AND ITS CM-ADDED-DATE IS ON OR AFTER
002300*              CA-ADDED-SINCE.
002400*----------------------------------------------------------------
002500 01  CAMPAIGN-MASTER-RECORD.
002600     05  CA-CAMPAIGN-CODE        PIC X(08).
002700     05  CA-DESCRIPTION          PIC X(30).
002800     05  CA-START-DATE           PIC X(08).
002900     05  CA-END-DATE             PIC X(08).
003000     05  CA-OCCASION-CODE        PIC X(02).
003100     05  CA-CRITERIA.
003200         10  CA-LANGUAGE-CODE    PIC X(02) OCCURS 5 TIMES.
003300         10  CA-STATE            PIC X(02) OCCURS 10 TIMES.
003400         10  CA-POSTAL-RANGE OCCURS 3 TIMES.
003500             15  CA-POSTAL-LOW   PIC X(10).
003600             15  CA-POSTAL-HIGH  PIC X(10).
003700         10  CA-ADDED-SINCE      PIC X(08).
