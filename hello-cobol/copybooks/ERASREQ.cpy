000100*----------------------------------------------------------------
000200* ERASREQ    - CUSTOMER ERASURE REQUEST RECORD, KEYED BY THE
000300*              PRIVACY DESK ONE PER CUSTOMER WHO HAS ASKED FOR
000400*              ALL OF THEIR DATA TO BE DELETED. READ BY ERASURE.
000500*
000600*              ONLY THE CUSTOMER ID IS KEYED - THE NAME IS FOUND
000700*              ON THE MASTER OR THE CHANGE JOURNAL, SO THE
000800*              REQUEST FILE IS NOT ONE MORE PLACE THE NAME IS
000900*              KEPT. EQ-REQUEST-DATE IS THE DATE THE CUSTOMER
001000*              ASKED AND EQ-REFERENCE IS THE DESK'S CASE NUMBER;
001100*              BOTH ARE CARRIED ONTO THE ERASURE CERTIFICATE.
001200*----------------------------------------------------------------
001300 01  ERASURE-REQUEST-RECORD.
001400     05  EQ-CUSTOMER-ID          PIC X(10).
001500     05  EQ-REQUEST-DATE         PIC X(08).
001600     05  EQ-REFERENCE            PIC X(12).
