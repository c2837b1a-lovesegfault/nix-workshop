000100*----------------------------------------------------------------
000200* XMITREC    - TRANSMISSION HEADER AND TRAILER THAT MAILREL
000300*              WRITES AROUND THE NIGHT'S MAIL EXTRACT WHEN IT
000400*              RELEASES IT TO THE MAIL HOUSE (MAILXMIT). BOTH ARE
000500*              THE LENGTH OF A MAILEXTR RECORD; THE SENTINEL SITS
000600*              IN THE FIRST NINE BYTES, WHERE A DATA RECORD
000700*              CARRIES ITS LANGUAGE AND POSTAL CODES, SO THE MAIL
000800*              HOUSE CAN TELL THE CONTROL RECORDS FROM THE CARDS.
000900*
001000*              XH-RUN-DATE/XT-RUN-DATE IS THE NIGHT RELEASED.
001100*              THE RECORD COUNT IS THE COUNT OF DATA RECORDS
001200*              BETWEEN HEADER AND TRAILER. THE HASH TOTAL IS THE
001300*              SUM OF THE ORDINAL VALUES OF ALL 184 BYTES OF EVERY
001400*              DATA RECORD, THE SAME CONVENTION AS EDITNAM'S
001500*              NAMTRLR TRAILER, SO A DAMAGED OR SUBSTITUTED RECORD
001600*              FAILS THE MAIL HOUSE'S CHECK EVEN WHEN THE COUNT
001700*              HAPPENS TO MATCH. HEADER AND TRAILER CARRY THE SAME
001800*              COUNT AND HASH, SO A FILE CUT OFF IN TRANSFER IS
001900*              CAUGHT EVEN IF A STRAY TRAILER SURVIVES.
002000*----------------------------------------------------------------
002100 01  XMIT-HEADER-RECORD.
002200     05  XH-SENTINEL             PIC X(09).
002300         88  XH-HEADER-PRESENT            VALUE "*XMITHDR*".
002400     05  XH-FILE-NAME            PIC X(08).
002500     05  XH-RUN-DATE             PIC X(08).
002600     05  XH-CREATED-DATE         PIC X(08).
002700     05  XH-CREATED-TIME         PIC X(08).
002800     05  XH-RECORD-COUNT         PIC 9(08).
002900     05  XH-HASH-TOTAL           PIC 9(12).
003000     05  FILLER                  PIC X(123).
003100 01  XMIT-TRAILER-RECORD.
003200     05  XT-SENTINEL             PIC X(09).
003300         88  XT-TRAILER-PRESENT           VALUE "*XMITTRL*".
003400     05  XT-RUN-DATE             PIC X(08).
003500     05  XT-RECORD-COUNT         PIC 9(08).
003600     05  XT-HASH-TOTAL           PIC 9(12).
003700     05  FILLER                  PIC X(147).
