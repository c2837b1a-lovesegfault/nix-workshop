000100*----------------------------------------------------------------
000200* EMAILEXT   - ELECTRONIC-DELIVERY EXTRACT RECORD, WRITTEN BY
000300*              HELLOCM FOR EVERY CUSTOMER GREETED WHOSE MASTER
000400*              RECORD ASKS FOR EMAIL (CM-CONTACT-CHANNEL "E") AND
000500*              WHOSE ADDRESS HAS NOT BOUNCED. THESE CUSTOMERS GET
000600*              NO MAIL-EXTRACT RECORD AND NO PRINTED CARD. THE
000700*              GREETING IS THE SAME TEXT GREET FORMATS FOR A CARD.
000800*              THE DELIVERED FILE IS IN LANGUAGE/CUSTOMER-ID
000900*              ORDER, LIKE THE MAIL EXTRACT'S LANGUAGE BATCHING.
001000*----------------------------------------------------------------
001100 01  EMAIL-EXTRACT-RECORD.
001200     05  EE-LANGUAGE-CODE        PIC X(02).
001300     05  EE-CUSTOMER-ID          PIC X(10).
001400     05  EE-EMAIL-ADDRESS        PIC X(60).
001500     05  EE-GREETING             PIC X(80).
