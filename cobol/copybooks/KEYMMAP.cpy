      ******************************************************************
      *    COPYBOOK    : KEYMMAP
      *    DESCRIPTION  : SYMBOLIC MAP FOR MAPSET KEYMSET, MAP KEYMMAP
      *                   (SEE cobol/bms/KEYMSET.bms FOR THE BMS MAP
      *                   SOURCE THIS WAS ASSEMBLED FROM).  KEYMMAPI IS
      *                   THE INPUT (RECEIVE MAP) VIEW, KEYMMAPO THE
      *                   OUTPUT (SEND MAP) VIEW.  AS IN AUTMSET, THE
      *                   CAPTION LITERALS ARE NOT LABELED, SO ONLY
      *                   THE DATA FIELDS GENERATE SYMBOLIC GROUPS.
      *    MOD HISTORY  :
      *     2026-10-15 PJM  INITIAL VERSION.
      ******************************************************************
       01  KEYMMAPI.
           05  FILLER                      PIC X(012).
           05  KEYKEYL                     PIC S9(004) COMP.
           05  KEYKEYF                     PIC X(001).
           05  FILLER REDEFINES KEYKEYF.
               10  KEYKEYA                 PIC X(001).
           05  KEYKEYI                     PIC X(008).
           05  KEYSTAL                     PIC S9(004) COMP.
           05  KEYSTAF                     PIC X(001).
           05  FILLER REDEFINES KEYSTAF.
               10  KEYSTAA                 PIC X(001).
           05  KEYSTAI                     PIC X(001).
           05  KEYBUNL                     PIC S9(004) COMP.
           05  KEYBUNF                     PIC X(001).
           05  FILLER REDEFINES KEYBUNF.
               10  KEYBUNA                 PIC X(001).
           05  KEYBUNI                     PIC X(008).
           05  KEYOPNL                     PIC S9(004) COMP.
           05  KEYOPNF                     PIC X(001).
           05  FILLER REDEFINES KEYOPNF.
               10  KEYOPNA                 PIC X(001).
           05  KEYOPNI                     PIC X(008).
           05  KEYCLSL                     PIC S9(004) COMP.
           05  KEYCLSF                     PIC X(001).
           05  FILLER REDEFINES KEYCLSF.
               10  KEYCLSA                 PIC X(001).
           05  KEYCLSI                     PIC X(008).
           05  KEYFRZL                     PIC S9(004) COMP.
           05  KEYFRZF                     PIC X(001).
           05  FILLER REDEFINES KEYFRZF.
               10  KEYFRZA                 PIC X(001).
           05  KEYFRZI                     PIC X(008).
           05  KEYMDTL                     PIC S9(004) COMP.
           05  KEYMDTF                     PIC X(001).
           05  FILLER REDEFINES KEYMDTF.
               10  KEYMDTA                 PIC X(001).
           05  KEYMDTI                     PIC X(008).
           05  KEYMUSL                     PIC S9(004) COMP.
           05  KEYMUSF                     PIC X(001).
           05  FILLER REDEFINES KEYMUSF.
               10  KEYMUSA                 PIC X(001).
           05  KEYMUSI                     PIC X(008).
           05  KEYAPPL                     PIC S9(004) COMP.
           05  KEYAPPF                     PIC X(001).
           05  FILLER REDEFINES KEYAPPF.
               10  KEYAPPA                 PIC X(001).
           05  KEYAPPI                     PIC X(001).
           05  KEYMSGL                     PIC S9(004) COMP.
           05  KEYMSGF                     PIC X(001).
           05  FILLER REDEFINES KEYMSGF.
               10  KEYMSGA                 PIC X(001).
           05  KEYMSGI                     PIC X(079).
       01  KEYMMAPO REDEFINES KEYMMAPI.
           05  FILLER                      PIC X(012).
           05  FILLER                      PIC X(003).
           05  KEYKEYO                     PIC X(008).
           05  FILLER                      PIC X(003).
           05  KEYSTAO                     PIC X(001).
           05  FILLER                      PIC X(003).
           05  KEYBUNO                     PIC X(008).
           05  FILLER                      PIC X(003).
           05  KEYOPNO                     PIC X(008).
           05  FILLER                      PIC X(003).
           05  KEYCLSO                     PIC X(008).
           05  FILLER                      PIC X(003).
           05  KEYFRZO                     PIC X(008).
           05  FILLER                      PIC X(003).
           05  KEYMDTO                     PIC X(008).
           05  FILLER                      PIC X(003).
           05  KEYMUSO                     PIC X(008).
           05  FILLER                      PIC X(003).
           05  KEYAPPO                     PIC X(001).
           05  FILLER                      PIC X(003).
           05  KEYMSGO                     PIC X(079).
