000584*              CUSTOMERS WHOSE EVENT FALLS IN THE RUN WINDOW.
000586*              A BLANK OR NON-NUMERIC DATE MEANS THE CUSTOMER
000588*              HAS NO EVENT ON FILE AND IS NEVER SELECTED.
000600*
000602*              CM-ADDED-DATE (YYYYMMDD) IS SET BY CUSTLOAD TO THE
000604*              RUN DATE WHEN THE CUSTOMER IS ADDED AND IS KEPT
000606*              ACROSS CHANGES; CAMPRUN SELECTS ON IT. RECORDS
000608*              LOADED BEFORE THE FIELD EXISTED CARRY SPACES AND
000610*              NEVER MATCH AN ADDED-SINCE CRITERION.
000612*
000614*              CM-CONTACT-CHANNEL IS "C" (PRINTED CARD) OR "E"
000616*              (EMAIL); RECORDS LOADED BEFORE THE FIELD EXISTED
000618*              CARRY A SPACE AND ARE CARD CUSTOMERS. CUSTLOAD
000620*              REQUIRES A WELL-FORMED CM-EMAIL-ADDRESS FOR "E".
000622*              CM-EMAIL-BOUNCED-SW IS SET BY BNCLOAD WHEN THE
000624*              EMAIL VENDOR REPORTS A BOUNCE, WITH THE REASON AND
000626*              DATE; HELLOCM THEN SENDS A CARD INSTEAD UNTIL A
000628*              CUSTLOAD CHANGE RELOADS THE RECORD, WHICH CLEARS
000630*              THE FLAG.
000632*
000634*              FIELDS ARE ADDED AT THE END OF THE RECORD, AND A
000636*              SPACE-FILLED NEW FIELD MEANS NOT SET, SO A CUSTMAST
000638*              WRITTEN UNDER AN EARLIER, SHORTER LAYOUT - 223
000640*              BYTES IF IT PREDATES CM-ADDED-DATE, 231 IF IT ONLY
000642*              PREDATES THE EMAIL FIELDS - IS CONVERTED BY AN
000644*              IDXUTIL UNLOAD BEFORE THE NEW LAYOUT IS INSTALLED
000646*              AND A RELOAD AFTER, WHICH PADS EITHER LENGTH WITH
000648*              SPACES TO THE FULL 311 BYTES.
000650*----------------------------------------------------------------
000700 01  CUSTOMER-MASTER-RECORD.
000800     05  CM-CUSTOMER-ID          PIC X(10).
000900     05  CM-NAME                 PIC X(32).
002700         88  CM-UNDELIVERABLE             VALUE "Y".
002800     05  CM-RETURN-REASON        PIC X(10).
002900     05  CM-RETURN-DATE          PIC X(08).
003000     05  CM-ADDED-DATE           PIC X(08).
003100     05  CM-CONTACT-CHANNEL      PIC X(01).
003200         88  CM-CHANNEL-CARD              VALUE "C" " ".
003300         88  CM-CHANNEL-EMAIL             VALUE "E".
003400     05  CM-EMAIL-ADDRESS        PIC X(60).
003500     05  CM-EMAIL-BOUNCED-SW     PIC X(01).
003600         88  CM-EMAIL-BOUNCED             VALUE "Y".
003700     05  CM-BOUNCE-REASON        PIC X(10).
003800     05  CM-BOUNCE-DATE          PIC X(08).
