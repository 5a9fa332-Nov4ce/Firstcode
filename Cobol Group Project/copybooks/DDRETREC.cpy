      *-----------------------------------------------------------
       01  DDRET-RECORD.
           05 DDRET-LINE PIC X(100).
      *-----------------------------------------------------------
      *  The columns DDPRES's WRITE-RETURN lays a return line out
      *  in, so a later job (ALERTS) can pick the account and
      *  amount back off it. Only lines whose DDRET-TAG reads
      *  "RETURN  ACC " are returns; the heading and count lines
      *  are not. DDRET-CODE is the reason code the clearing
      *  network is told, after the reason in words:
      *    01  INSUFFICIENT FUNDS     06  NO MANDATE
      *    02  ACCOUNT NOT ON FILE    07  MANDATE CANCELLED
      *    03  ACCOUNT <STATUS>       08  OVER MANDATE MAXIMUM
      *    04  TERM DEPOSIT           09  STOPPED BY PAYER
      *    05  OVER DAILY LIMIT
      *-----------------------------------------------------------
           05 DDRET-DETAIL REDEFINES DDRET-LINE.
               10 DDRET-TAG PIC X(12).
               10 DDRET-ACC-NUM PIC Z9(5).
               10 FILLER PIC X(5).
               10 DDRET-BANK PIC X(8).
               10 FILLER PIC X(1).
               10 DDRET-REF PIC X(16).
               10 FILLER PIC X(6).
               10 DDRET-AMOUNT PIC Z(6)9.99.
               10 FILLER PIC X(2).
               10 DDRET-REASON PIC X(20).
               10 FILLER PIC X(5).
               10 DDRET-CODE PIC X(2).
               10 FILLER PIC X(7).
