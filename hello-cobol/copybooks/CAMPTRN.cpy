000100*----------------------------------------------------------------
000200* CAMPTRN    - CAMPAIGN-MAINTENANCE TRANSACTION LAYOUT, READ BY
000300*              CAMPMNT TO APPLY ADDS, CHANGES AND DELETES TO
000400*              THE INDEXED CAMPAIGN MASTER. CQ-ACTION-CODE IS
000500*              "A" (ADD), "C" (CHANGE) OR "D" (DELETE).
000600*              CQ-CAMPAIGN-IMAGE MIRRORS THE CAMPREC RECORD
000700*              FIELD FOR FIELD, SO A TRANSACTION CARRIES A
000800*              COMPLETE REPLACEMENT IMAGE OF THE CAMPAIGN.
000900*----------------------------------------------------------------
001000 01  CAMPAIGN-TRAN-RECORD.
001100     05  CQ-ACTION-CODE          PIC X(01).
001200     05  CQ-CAMPAIGN-IMAGE.
001300         10  CQ-CAMPAIGN-CODE    PIC X(08).
001400         10  CQ-DESCRIPTION      PIC X(30).
001500         10  CQ-START-DATE       PIC X(08).
001600         10  CQ-END-DATE         PIC X(08).
001700         10  CQ-OCCASION-CODE    PIC X(02).
001800         10  CQ-CRITERIA.
001900             15  CQ-LANGUAGE-CODE
002000                                 PIC X(02) OCCURS 5 TIMES.
002100             15  CQ-STATE        PIC X(02) OCCURS 10 TIMES.
002200             15  CQ-POSTAL-RANGE OCCURS 3 TIMES.
002300                 20  CQ-POSTAL-LOW
002400                                 PIC X(10).
002500                 20  CQ-POSTAL-HIGH
002600                                 PIC X(10).
002700             15  CQ-ADDED-SINCE  PIC X(08).
