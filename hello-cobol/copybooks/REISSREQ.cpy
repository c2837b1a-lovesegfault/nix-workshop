000100*----------------------------------------------------------------
000200* REISSREQ   - CARD-REISSUE REQUEST RECORD, KEYED BY THE
000300*              COMPLAINT DESK WHEN CUSTINQ SHOWS A CUSTOMER'S
000400*              CARD WAS MANGLED, LOST, OR SENT IN THE WRONG
000500*              LANGUAGE. READ BY REISSUE, WHICH SENDS ONE NEW
000600*              CARD PER ACCEPTED REQUEST OUTSIDE THE NIGHTLY RUN.
000700*
000800*              RQ-REASON-CODE IS "MG" (MANGLED), "LS" (LOST) OR
000900*              "WL" (WRONG LANGUAGE). RQ-OVERRIDE-LANGUAGE IS
001000*              OPTIONAL - BLANK GREETS IN THE MASTER'S LANGUAGE
001100*              CODE - BUT A WRONG-LANGUAGE REQUEST MUST CARRY
001200*              THE LANGUAGE THE CARD SHOULD HAVE BEEN IN.
001300*----------------------------------------------------------------
001400 01  REISSUE-REQUEST-RECORD.
001500     05  RQ-CUSTOMER-ID          PIC X(10).
001600     05  RQ-REASON-CODE          PIC X(02).
001700         88  RQ-MANGLED                   VALUE "MG".
001800         88  RQ-LOST                      VALUE "LS".
001900         88  RQ-WRONG-LANGUAGE            VALUE "WL".
002000         88  RQ-VALID-REASON              VALUE "MG" "LS" "WL".
002100     05  RQ-OVERRIDE-LANGUAGE    PIC X(02).
