000500*              "A" (ADD), "C" (CHANGE) OR "D" (DELETE/RETIRE).
000600*              PT-OCCASION-CODE IS BLANK FOR THE ORDINARY
000700*              NIGHTLY GREETING, "BD" FOR BIRTHDAY, "AN" FOR
000800*              ANNIVERSARY, OR ANY OTHER TWO-CHARACTER CODE A
000900*              CAMPAIGN GREETS WITH - TOGETHER WITH THE LANGUAGE
000910*              CODE IT NAMES THE PHRASE-MASTER RECORD BEING
000920*              MAINTAINED.
001000*----------------------------------------------------------------
001100 01  PHRASE-TRAN-RECORD.
001200     05  PT-ACTION-CODE          PIC X(01).
