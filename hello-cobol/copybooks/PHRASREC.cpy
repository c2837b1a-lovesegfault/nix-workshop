001100*
001200*              PM-OCCASION-CODE IS BLANK FOR THE ORDINARY
001300*              NIGHTLY GREETING, "BD" FOR BIRTHDAY, "AN" FOR
001400*              ANNIVERSARY, OR A CODE NAMED BY A CAMPAIGN ON THE
001410*              CAMPAIGN MASTER. A PHRASMST BUILT UNDER THE OLD
001500*              TWO-BYTE LANGUAGE KEY DOES NOT OPEN UNDER THIS
001600*              FOUR-BYTE KEY (STATUS 39), SO THE FILE NEEDS A
001610*              ONE-TIME REBUILD - RELOAD EVERY PHRASE THROUGH
001620*              PHRASMNT - WHEN THIS LAYOUT LANDS. THAT WAS A KEY
001630*              CHANGE. A LATER CHANGE THAT ONLY ADDS FIELDS AT
001640*              THE END OF THE RECORD NEEDS NO RE-KEYING: UNLOAD
001650*              PHRASMST WITH IDXUTIL BEFORE THE NEW LAYOUT IS
001660*              INSTALLED AND RELOAD IT AFTER, WHICH PADS EVERY
001670*              RECORD WITH SPACES.
001700*----------------------------------------------------------------
001800 01  PHRASE-MASTER-RECORD.
001900     05  PM-PHRASE-KEY.
