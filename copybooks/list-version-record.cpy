*> Per-user contact-list version, bumped by every change to anything
*> SYN sends back - the owner's FL/AL/BL/RL and GR rows and the
*> privacy policy - including the RL mirror rows another user's ADD or
*> REM writes under this owner. A client that cached its lists at the
*> current version gets away with just the version on SYN. A user
*> with no row yet is handed version 1 on first SYN, never 0, which
*> is what a client with nothing cached sends.
   05 lv-user-handle PIC X(60).
   05 lv-version BINARY-LONG UNSIGNED.
   05 lv-updated-ts PIC X(21).
