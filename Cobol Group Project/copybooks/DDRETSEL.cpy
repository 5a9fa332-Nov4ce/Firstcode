      *  FILE-CONTROL entry for the direct-debit returns file.
      *  DDPRES rewrites it each run with the presentments it had
      *  to bounce (insufficient funds, CLOSED, LOCKED, DORMNT,
      *  over the daily limit, unknown account, or no mandate on
      *  MANDATE that authorises the collection) so they can be
      *  returned to the clearing network, the way EXTREJ returns
      *  unpostable credits.
      *-----------------------------------------------------------
