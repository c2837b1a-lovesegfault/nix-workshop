000100*----------------------------------------------------------------
000200* BOUNCREC   - EMAIL BOUNCE FEEDBACK RECORD, THE FILE THE EMAIL
000300*              VENDOR SENDS BACK FOR GREETINGS IT COULD NOT
000400*              DELIVER. READ BY BNCLOAD, WHICH MARKS THE MATCHING
000500*              CUSTOMER'S EMAIL ADDRESS BOUNCED WITH THE REASON
000600*              AND DATE CARRIED HERE. BN-EMAIL-ADDRESS IS THE
000700*              ADDRESS THE GREETING WAS SENT TO, SO A BOUNCE FOR
000800*              AN ADDRESS THE CUSTOMER HAS SINCE CHANGED IS NOT
000900*              HELD AGAINST THE NEW ONE.
001000*----------------------------------------------------------------
001100 01  EMAIL-BOUNCE-RECORD.
001200     05  BN-CUSTOMER-ID          PIC X(10).
001300     05  BN-EMAIL-ADDRESS        PIC X(60).
001400     05  BN-BOUNCE-REASON        PIC X(10).
001500     05  BN-BOUNCE-DATE          PIC X(08).
