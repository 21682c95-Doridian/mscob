*> Failed-login counter per client source address, kept alongside the
*> per-handle login-lockout row - a guesser who tries one password
*> against many handles never trips any single handle's counter, but
*> every one of those failures lands here. The counter covers one
*> window: a failure after the window has run out starts a fresh one.
   05 sl-source-addr PIC X(45).
   05 sl-fail-count BINARY-INT UNSIGNED.
   05 sl-window-start-ts PIC X(21).
   05 sl-last-fail-ts PIC X(21).
