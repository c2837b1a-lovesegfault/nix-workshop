000500*              "A" (ADD), "C" (CHANGE) OR "D" (DELETE). THE
000600*              REMAINING FIELDS MIRROR THE CUSTMAS RECORD SO A
000700*              TRANSACTION CARRIES A COMPLETE REPLACEMENT IMAGE
000800*              OF THE CUSTOMER. A TRANSACTION WITH A BLANK CONTACT
000810*              CHANNEL LOADS AS A CARD CUSTOMER.
000900*----------------------------------------------------------------
001000 01  CUSTOMER-TRAN-RECORD.
001100     05  CT-ACTION-CODE          PIC X(01).
002700                       ==AD-CITY==        BY ==CT-CITY==
002800                       ==AD-STATE==       BY ==CT-STATE==
002900                       ==AD-POSTAL-CODE== BY ==CT-POSTAL-CODE==.
003000     05  CT-CONTACT-CHANNEL      PIC X(01).
003100     05  CT-EMAIL-ADDRESS        PIC X(60).
