001000*              LEGAL HOLDS NEED - DELETING THE MASTER RECORD
001100*              LOSES THE CUSTOMER ENTIRELY.
001200*
001300*              SP-REASON-CODE IS "DC" (DECEASED), "OP" (OPT-OUT),
001400*              "LH" (LEGAL HOLD) OR "ER" (ERASED). AN "ER" ENTRY
001410*              IS WRITTEN ONLY BY ERASURE, KEYED BY THE CUSTOMER
001420*              ID, AND IS ALL THAT IS LEFT OF A CUSTOMER WHOSE
001430*              DATA WAS ERASED ON REQUEST; SUPPLOAD WILL NOT
001440*              CHANGE OR DELETE IT. SP-EFFECTIVE-DATE IS THE
001500*              FIRST DATE THE SUPPRESSION APPLIES; A BLANK OR
001600*              NON-NUMERIC DATE APPLIES IMMEDIATELY. MAINTAINED
001700*              BY SUPPLOAD THE WAY CUSTLOAD MAINTAINS CUSTMAST.
002200         88  SP-DECEASED                  VALUE "DC".
002300         88  SP-OPT-OUT                   VALUE "OP".
002400         88  SP-LEGAL-HOLD                VALUE "LH".
002410         88  SP-ERASED                    VALUE "ER".
002500     05  SP-EFFECTIVE-DATE       PIC X(08).
