000100*----------------------------------------------------------------
000200* IDXBKUP    - INDEXED-FILE BACKUP RECORD. IDXUTIL UNLOADS ONE OF
000300*              THE INDEXED MASTERS (CUSTMAST, GREETHST, DONOTGRT
000400*              OR PHRASMST) TO A SEQUENTIAL BACKUP IN THIS LAYOUT
000500*              AND RELOADS OR VERIFIES THE FILE FROM IT. A BACKUP
000600*              IS ONE HEADER, ONE DETAIL PER RECORD IN KEY ORDER,
000700*              AND ONE TRAILER; IB-RECORD-TYPE TELLS THEM APART.
000800*
000900*              THE HEADER NAMES THE FILE UNLOADED, THE COPYBOOK
001000*              ITS RECORDS WERE WRITTEN UNDER (IB-LAYOUT-ID) AND
001100*              THE RECORD AND KEY LENGTHS FOUND ON THE FILE, WITH
001200*              THE DATE, TIME AND JOB OF THE UNLOAD.
001300*
001400*              EACH DETAIL CARRIES ONE RECORD EXACTLY AS READ,
001500*              WITH ITS LENGTH IN IB-DATA-LENGTH, SO A BACKUP
001600*              TAKEN UNDER AN OLDER, SHORTER LAYOUT STILL SAYS
001700*              HOW LONG ITS RECORDS WERE. IB-DATA IS SIZED WELL
001800*              PAST THE LONGEST MASTER LAYOUT, AS IN JRNLREC, SO
001900*              A LONGER RECORD DOES NOT CHANGE THE BACKUP LAYOUT.
002000*
002100*              THE TRAILER CARRIES THE DETAIL COUNT, THE KEY HASH
002200*              (THE SUM OF THE ORDINAL VALUES OF EVERY BYTE OF
002300*              EVERY KEY) AND THE DATA HASH (THE SAME OVER EVERY
002400*              BYTE OF EVERY RECORD, AT ITS OWN LENGTH) - THE
002500*              XMITREC CONVENTION - SO A BACKUP CUT SHORT OR
002600*              DAMAGED IS REFUSED BEFORE ANYTHING IS RELOADED.
002700*----------------------------------------------------------------
002800 01  INDEX-BACKUP-RECORD.
002900     05  IB-RECORD-TYPE          PIC X(01).
003000         88  IB-HEADER-RECORD             VALUE "H".
003100         88  IB-DETAIL-RECORD             VALUE "D".
003200         88  IB-TRAILER-RECORD            VALUE "T".
003300     05  IB-BODY                 PIC X(404).
003400     05  IB-HEADER-AREA REDEFINES IB-BODY.
003500         10  IB-FILE-NAME        PIC X(08).
003600         10  IB-LAYOUT-ID        PIC X(08).
003700         10  IB-RECORD-LENGTH    PIC 9(04).
003800         10  IB-KEY-LENGTH       PIC 9(04).
003900         10  IB-UNLOAD-DATE      PIC X(08).
004000         10  IB-UNLOAD-TIME      PIC X(08).
004100         10  IB-JOB-ID           PIC X(08).
004200         10  FILLER              PIC X(356).
004300     05  IB-DETAIL-AREA REDEFINES IB-BODY.
004400         10  IB-DATA-LENGTH      PIC 9(04).
004500         10  IB-DATA             PIC X(400).
004600     05  IB-TRAILER-AREA REDEFINES IB-BODY.
004700         10  IB-RECORD-COUNT     PIC 9(08).
004800         10  IB-KEY-HASH         PIC 9(15).
004900         10  IB-DATA-HASH        PIC 9(15).
005000         10  FILLER              PIC X(366).
