001100*              OPERATOR NEEDS WHEN A CUSTOMER CALLS ABOUT A
001200*              WRONG OR MISSING CARD:
001300*                - THE MASTER RECORD WITH THE SALUTATION
001400*                  BREAKOUT, ADDRESS, EVENT DATES, THE
001500*                  UNDELIVERABLE FLAG AND THE CONTACT CHANNEL
001510*                  WITH ANY EMAIL BOUNCE,
001600*                - WHETHER THE CUSTOMER IS ON THE DO-NOT-GREET
001700*                  SUPPRESSION FILE,
001800*                - THE LAST-GREETED DATE FROM THE GREETING
003620*                  STOPS AT THE "GIVE A LONGER FRAGMENT"
003630*                  MESSAGE INSTEAD OF ALSO LISTING A TRUNCATED
003640*                  CANDIDATE SET.
003650*   2026-09-24 RH  SHOWS THE CONTACT CHANNEL, THE EMAIL ADDRESS
003660*                  AND WHETHER IT HAS BOUNCED - A CUSTOMER WHO
003670*                  ASKED FOR EMAIL BUT GOT A CARD IS USUALLY A
003680*                  BOUNCE.
003700*----------------------------------------------------------------
003800
003900 ENVIRONMENT DIVISION.
039000     ELSE
039100         DISPLAY "UNDELIVERABLE: NO"
039200     END-IF.
039210     IF CM-CHANNEL-EMAIL
039220         DISPLAY "CONTACT:       EMAIL - " CM-EMAIL-ADDRESS
039230     ELSE
039240         DISPLAY "CONTACT:       CARD"
039250     END-IF.
039260     IF CM-EMAIL-BOUNCED
039270         DISPLAY "EMAIL BOUNCED: YES - REASON " CM-BOUNCE-REASON
039280             " BOUNCED " CM-BOUNCE-DATE
039290     END-IF.
039300     IF CI-SUPPRESSED
039400         DISPLAY "DO NOT GREET:  YES - REASON " SP-REASON-CODE
039500             " EFFECTIVE " SP-EFFECTIVE-DATE
