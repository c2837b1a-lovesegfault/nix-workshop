000100*----------------------------------------------------------------
000200* ERASCERT   - CUSTOMER ERASURE CERTIFICATE. ERASURE APPENDS ONE
000300*              RECORD PER REQUEST IT WORKS TO THE CERTIFICATE
000400*              FILE (ERASCERT), WHICH IS KEPT FOR LEGAL AS THE
000500*              PROOF OF WHAT WAS ERASED, WHEN AND BY WHICH JOB.
000600*              THE FILE IS APPEND-ONLY; A REQUEST RERUN AFTER AN
000700*              INCOMPLETE ERASURE GETS A SECOND CERTIFICATE AND
000800*              THE LATEST ONE STANDS.
000900*
001000*              EC-RESULT IS "C" (COMPLETE) OR "I" (INCOMPLETE -
001100*              THE REPORT SAYS WHAT TO FIX BEFORE THE RERUN).
001200*              EC-MASTER-SW IS "D" WHEN THE CUSTOMER HAD ALREADY
001300*              BEEN DELETED FROM CUSTMAST AND "P" WHEN THE
001400*              MASTER RECORD WAS STILL PRESENT. EC-NAMES-MATCHED
001500*              IS HOW MANY NAMES THE CUSTOMER WAS KNOWN BY ON
001600*              THE MASTER AND THE CHANGE JOURNAL - THE NAMES
001700*              THEMSELVES ARE NOT KEPT.
001800*
001900*              EC-FILE-ENTRY IS ONE ENTRY PER FILE, ALWAYS IN
002000*              THE ORDER GREETHST, DONOTGRT, CHGJRNL, AUDITLOG,
002100*              AUDARCH, NAMEEXCP, CORRFILE, DUPTRANS. EC-FILE-
002200*              RESULT IS "P" (PROCESSED), "A" (NO SUCH FILE ON
002300*              THIS SYSTEM - NOTHING TO ERASE), "F" (FAILED) OR
002400*              "S" (SKIPPED - NO NAME TO MATCH ON, OR, FOR
002500*              CHGJRNL, IMAGES KEPT SO THE RERUN OF AN
002600*              INCOMPLETE REQUEST CAN STILL FIND THE CUSTOMER'S
002700*              NAMES). EC-FILE-ROWS
002800*              IS THE ROWS DELETED OR ANONYMIZED IN THAT FILE
002900*              (FOR DONOTGRT, THE SUPPRESSION ENTRY WRITTEN).
003000*              EC-FILES-TOUCHED COUNTS THE FILES WITH ANY ROW
003100*              CHANGED AND EC-ROWS-CHANGED TOTALS THE ROWS.
003200*----------------------------------------------------------------
003300 01  ERASURE-CERTIFICATE-RECORD.
003400     05  EC-CUSTOMER-ID          PIC X(10).
003500     05  EC-REQUEST-DATE         PIC X(08).
003600     05  EC-REFERENCE            PIC X(12).
003700     05  EC-ERASED-DATE          PIC X(08).
003800     05  EC-ERASED-TIME          PIC X(08).
003900     05  EC-JOB-ID               PIC X(08).
004000     05  EC-RESULT               PIC X(01).
004100         88  EC-COMPLETE                  VALUE "C".
004200         88  EC-INCOMPLETE                VALUE "I".
004300     05  EC-MASTER-SW            PIC X(01).
004400         88  EC-MASTER-DELETED            VALUE "D".
004500         88  EC-MASTER-PRESENT            VALUE "P".
004600     05  EC-NAMES-MATCHED        PIC 9(02).
004700     05  EC-FILES-TOUCHED        PIC 9(02).
004800     05  EC-ROWS-CHANGED         PIC 9(08).
004900     05  EC-FILE-ENTRY OCCURS 8 TIMES.
005000         10  EC-FILE-NAME        PIC X(08).
005100         10  EC-FILE-RESULT      PIC X(01).
005200             88  EC-FILE-PROCESSED        VALUE "P".
005300             88  EC-FILE-ABSENT           VALUE "A".
005400             88  EC-FILE-FAILED           VALUE "F".
005500             88  EC-FILE-SKIPPED          VALUE "S".
005600         10  EC-FILE-ROWS        PIC 9(08).
