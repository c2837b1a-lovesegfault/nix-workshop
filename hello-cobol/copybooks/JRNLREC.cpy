000100*----------------------------------------------------------------
000200* JRNLREC    - MASTER-FILE CHANGE-JOURNAL RECORD. ONE RECORD
000300*              IS APPENDED TO THE CHANGE JOURNAL (CHGJRNL) FOR
000310*              EVERY ADD, CHANGE, DELETE, UNDELIVERABLE-FLAG OR
000320*              EMAIL-BOUNCE UPDATE THAT CUSTLOAD, RETMLOAD,
000330*              BNCLOAD, SUPPLOAD, ERASURE, PHRASMNT OR CAMPMNT
000340*              ACTUALLY APPLIES TO CUSTMAST, DONOTGRT, PHRASMST
000350*              OR CAMPMST. THE JOURNAL IS APPEND-ONLY, SO FILE
000360*              ORDER IS TIME ORDER, AND JRNLINQ READS IT BACK TO
000370*              LIST A KEY'S HISTORY OR REBUILD A RECORD AS IT
000380*              STOOD ON A GIVEN DATE. THE ONE EXCEPTION IS
000390*              ERASURE, WHICH REWRITES THE JOURNAL WITH BOTH
000400*              IMAGES BLANKED ON THE CUSTMAST ROWS OF A CUSTOMER
000410*              WHOSE DATA WAS ERASED ON REQUEST. THE ROWS STAY,
000420*              WITH THEIR ACTIONS AND RUN STAMPS.
001100*
001200*              JR-FILE-NAME IS THE LOGICAL NAME OF THE MASTER
001300*              CHANGED. JR-RECORD-KEY IS THAT FILE'S KEY,
001400*              LEFT-JUSTIFIED. JR-ACTION-CODE IS "A" (ADD),
001410*              "C" (CHANGE), "D" (DELETE), "U" (MARKED
001420*              UNDELIVERABLE) OR "B" (EMAIL MARKED BOUNCED).
001520*              JR-BEFORE-IMAGE AND JR-AFTER-IMAGE CARRY THE
001620*              WHOLE MASTER RECORD, LEFT-JUSTIFIED AND SPACE-
001720*              FILLED - THE BEFORE IMAGE IS SPACES ON AN ADD,
001820*              THE AFTER IMAGE IS SPACES ON A DELETE. THE IMAGES
001920*              ARE SIZED WELL PAST THE LONGEST MASTER LAYOUT SO
002020*              A LONGER RECORD DOES NOT CHANGE THE JOURNAL
002120*              LAYOUT.
002300*----------------------------------------------------------------
002400 01  CHANGE-JOURNAL-RECORD.
002500     05  JR-FILE-NAME            PIC X(08).
002600     05  JR-RECORD-KEY           PIC X(32).
002700     05  JR-ACTION-CODE          PIC X(01).
002800         88  JR-ADD                       VALUE "A".
002900         88  JR-CHANGE                    VALUE "C".
003000         88  JR-DELETE                    VALUE "D".
003100         88  JR-UNDELIVERABLE             VALUE "U".
003110         88  JR-EMAIL-BOUNCED             VALUE "B".
003200     05  JR-RUN-DATE             PIC X(08).
003300     05  JR-RUN-TIME             PIC X(08).
003400     05  JR-JOB-ID               PIC X(08).
003500     05  JR-PROGRAM-ID           PIC X(08).
003600     05  JR-BEFORE-IMAGE         PIC X(400).
003700     05  JR-AFTER-IMAGE          PIC X(400).
