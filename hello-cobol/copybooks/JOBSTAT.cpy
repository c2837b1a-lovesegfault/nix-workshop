001384*              UNDELIVERABLE. ROWS WRITTEN BEFORE THESE FIELDS
001390*              EXISTED CARRY THE STATE AND RETURN CODE UP TO
001392*              SIXTEEN BYTES EARLIER.
001400*
001402*              JS-CAMPAIGN-CODE CARRIES THE CAMPAIGN-MASTER CODE
001404*              ON THE ROWS CAMPRUN WRITES AND IS BLANK FOR EVERY
001406*              OTHER DRIVER. ROWS WRITTEN BEFORE IT EXISTED END AT
001408*              JS-RETURN-CODE.
001410*
001412*              JS-NO-ADDRESS-COUNT COUNTS CARD CUSTOMERS GREETED
001414*              (AND INCLUDED IN JS-GREETED-COUNT) WHO HAD NO
001416*              USABLE ADDRESS AND SO WERE NOT EXTRACTED - CARD
001418*              GREETINGS LESS NO-ADDRESS IS WHAT THE RUN PUT IN
001420*              ITS MAIL EXTRACT. JS-RESTART-FLAG IS "Y" WHEN THE
001422*              RUN RESUMED FROM A PRIOR RUN'S CHECKPOINT: ITS
001424*              COUNTS COVER ONLY THE RESUMED PART OF THE NIGHT,
001426*              AND ADD TO THE ROWS OF THE RUN IT RESUMED. MAILREL
001428*              SUMS THEM THAT WAY WHEN IT BALANCES THE EXTRACT.
001430*
001432*              GREETRCN, HOUSEHLD AND CARDPRNT ALSO WRITE A ROW SO
001434*              MAILREL CAN CHECK THEM: GREETRCN CARRIES ITS
001436*              AUDIT-ROW COUNT IN JS-GREETED-COUNT AND ITS
001438*              DISCREPANCIES IN JS-EXCEPTION-COUNT, ON A ROW DATED
001440*              WITH THE DATE RECONCILED (ITS PARM 1), NOT THE DAY
001442*              IT RAN; HOUSEHLD ITS CARDS WRITTEN IN
001444*              JS-GREETED-COUNT AND CARDS SAVED IN JS-SKIP-COUNT;
001446*              CARDPRNT ITS CARDS COMPOSED IN JS-GREETED-COUNT -
001448*              ONCE A PRINT RUN HAS BEEN RESTARTED, THE CARDS
001450*              CREDITED TO THE WHOLE SERIES, ON A RESTART ROW
001452*              (JS-RESTART-FLAG "Y") DATED WITH THE ORIGINAL RUN'S
001454*              DATE. A CARDPRNT REPRINT WRITES ITS ROW AS
001456*              "CARDPRNR" SO IT IS NOT MISTAKEN FOR THE PRINT RUN.
001458*
001460*              JS-CARD-COUNT AND JS-ELECTRONIC-COUNT SPLIT
001462*              HELLOCM'S JS-GREETED-COUNT BY DELIVERY CHANNEL:
001464*              PRINTED CARD (MAIL EXTRACT) OR EMAIL (ELECTRONIC-
001466*              DELIVERY EXTRACT). HELLOBAT AND CAMPRUN COUNT ALL
001468*              THEIR GREETINGS AS CARDS; THE CHECKING STEPS
001470*              (GREETRCN, HOUSEHLD, CARDPRNT) LEAVE BOTH ZERO.
001471*              HELLOCM STILL GREETS AN EMAIL CUSTOMER WHOSE
001472*              POSTAL ADDRESS IS UNDELIVERABLE, AS ELECTRONIC -
001473*              ITS JS-UNDELIV-COUNT HOLDS ONLY CARD CUSTOMERS.
001474*              ROWS WRITTEN BEFORE THE SPLIT EXISTED END AT
001475*              JS-RESTART-FLAG; READ THEM AS ALL CARD.
001476*
001478*              XREFCHK, THE CROSS-FILE INTEGRITY SWEEP, CARRIES
001480*              THE CUSTOMERS IT CHECKED IN JS-GREETED-COUNT, ITS
001482*              DRIFT FINDINGS (ORPHAN GREETHST, DONOTGRT AND
001484*              DUPTRANS ROWS AND CUSTOMERS ON AN UNPHRASED
001486*              LANGUAGE) IN JS-EXCEPTION-COUNT AND THOSE CUSTOMERS
001488*              ALONE IN JS-FALLBACK-COUNT. IT SETS RETURN CODE 8
001490*              WHEN THE FINDINGS PASS ITS THRESHOLD.
001492*----------------------------------------------------------------
001500 01  JOB-STATUS-RECORD.
001600     05  JS-PROGRAM-ID           PIC X(08).
001700     05  JS-RUN-DATE             PIC X(08).
002660     05  JS-UNDELIV-COUNT        PIC 9(08).
002700     05  JS-CHECKPOINT-STATE     PIC X(01).
002800     05  JS-RETURN-CODE          PIC 9(02).
002900     05  JS-CAMPAIGN-CODE        PIC X(08).
003000     05  JS-NO-ADDRESS-COUNT     PIC 9(08).
003100     05  JS-RESTART-FLAG         PIC X(01).
003200         88  JS-RESTARTED                 VALUE "Y".
003300     05  JS-CARD-COUNT           PIC 9(08).
003400     05  JS-ELECTRONIC-COUNT     PIC 9(08).
